       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSMAINT.

      *> maintains the establishment (Positions.txt) the way
      *> CERTMAINT maintains the certificate types: one line per
      *> budgeted post - a six-character post ID, the department
      *> (checked against DeptMaster.txt), the grade, a job title and
      *> the monthly salary the budget funds it at. Add a post,
      *> change one, delete one, list the establishment by
      *> department with the funded total - kept in department and
      *> post order on the way out. A post deleted while somebody
      *> still fills it leaves them on POSRPT as over establishment
      *> until REWRITETEST moves them to another.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO DYNAMIC WS-DEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD POSITION-FILE.
           01 POSITION-LINE.
               COPY POSITION-RECORD.

           FD DEPT-MASTER-FILE.
           01 DEPT-MASTER-LINE.
               COPY DEPT-MASTER.

       WORKING-STORAGE SECTION.
           01 WS-POST-TABLE.
               05 WS-PS-ENTRY OCCURS 500 TIMES INDEXED BY WS-PS-IDX.
                   10 WS-PS-ID PIC X(6).
                   10 WS-PS-DEPT PIC X(4).
                   10 WS-PS-GRADE PIC X(2).
                   10 WS-PS-TITLE PIC X(20).
                   10 WS-PS-BUDGET PIC 9(7)V99.
           01 WS-POST-COUNT PIC 9(4) COMP VALUE ZERO.

      *> the departments this company actually has, so a post is
      *> never funded in one that does not exist
           01 WS-DEPT-TABLE.
               05 WS-DM-ENTRY OCCURS 50 TIMES INDEXED BY WS-DM-IDX.
                   10 WS-DM-CODE PIC X(4).
           01 WS-DEPT-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-DEPT-EOF PIC A(1) VALUE "N".
           01 WS-DEPT-OK-SW PIC X(1).
               88 WS-DEPT-OK VALUE "Y".

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-ID PIC X(6).
           01 WS-ASK-DEPT PIC X(4).
           01 WS-ASK-GRADE PIC X(2).
           01 WS-ASK-TITLE PIC X(20).
           01 WS-ASK-BUDGET PIC 9(7)V99.
           01 WS-MAX-BUDGET PIC 9(7)V99 VALUE 5000000.

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-EDIT-SW PIC A(1) VALUE "N".
               88 WS-EDIT-OK VALUE "Y".
               88 WS-EDIT-FAILED VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP PIC X(41).
           01 WS-LAST-DEPT PIC X(4).
           01 WS-DEPT-POSTS PIC 9(4).
           01 WS-DEPT-BUDGET PIC 9(9)V99.
           01 WS-TOTAL-BUDGET PIC 9(9)V99.
           01 WS-BUDGET-EDIT PIC Z,ZZZ,ZZ9.99.
           01 WS-TOTAL-EDIT PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-DEPT-PATH PIC X(80).
           01 WS-DEPT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "POSITIONS_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Positions.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-DEPT-PATH FROM ENVIRONMENT "DEPTMASTER_FILE".
           IF WS-DEPT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DeptMaster.txt"
                   TO WS-DEPT-PATH
           END-IF.

           OPEN INPUT DEPT-MASTER-FILE.
           IF WS-DEPT-STATUS = "00"
               PERFORM UNTIL WS-DEPT-EOF = "Y"
                   READ DEPT-MASTER-FILE
                       AT END MOVE "Y" TO WS-DEPT-EOF
                       NOT AT END
                           IF WS-DEPT-COUNT < 50
                               ADD 1 TO WS-DEPT-COUNT
                               SET WS-DM-IDX TO WS-DEPT-COUNT
                               MOVE DEPT-CODE
                                   TO WS-DM-CODE (WS-DM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
           END-IF.

      *> an establishment that does not exist yet is simply empty -
      *> the first add creates it
           OPEN INPUT POSITION-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ POSITION-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-POST-COUNT < 500
                               ADD 1 TO WS-POST-COUNT
                               SET WS-PS-IDX TO WS-POST-COUNT
                               MOVE POSITION-LINE
                                   TO WS-PS-ENTRY (WS-PS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "ESTABLISHMENT - A=ADD C=CHANGE D=DELETE "
                   "L=LIST Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-POST
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-POST
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-POST
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-POSTS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

       ACCEPT-POST-ID.
           ACCEPT WS-ASK-ID.
           INSPECT WS-ASK-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       FIND-POST.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-POST-COUNT
               IF WS-PS-ID (WS-PS-IDX) = WS-ASK-ID
                   SET WS-FOUND TO TRUE
                   MOVE WS-PS-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-POST.
           DISPLAY "Enter post ID" WITH NO ADVANCING.
           PERFORM ACCEPT-POST-ID.
           IF WS-ASK-ID = SPACES
               DISPLAY "POST ID IS REQUIRED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-POST.
           IF WS-FOUND
               DISPLAY "POST " WS-ASK-ID " IS ALREADY ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-POST-COUNT >= 500
               DISPLAY "ESTABLISHMENT TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POST-COUNT.
           MOVE WS-POST-COUNT TO WS-MATCH-IDX.
           MOVE SPACES TO WS-PS-ENTRY (WS-MATCH-IDX).
           MOVE WS-ASK-ID TO WS-PS-ID (WS-MATCH-IDX).
           PERFORM ACCEPT-POST-DETAILS.
           DISPLAY "POST ADDED".

      *> department, grade, title and funded salary, replacing
      *> whatever the post had before - the department must be on
      *> the master when there is one, as WRITETEST insists for
      *> the people who fill the posts
       ACCEPT-POST-DETAILS.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter department code" WITH NO ADVANCING
               ACCEPT WS-ASK-DEPT
               INSPECT WS-ASK-DEPT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               SET WS-EDIT-OK TO TRUE
               IF WS-ASK-DEPT = SPACES
                   DISPLAY "DEPARTMENT MUST BE ENTERED"
                   SET WS-EDIT-FAILED TO TRUE
               ELSE
                   IF WS-DEPT-COUNT > ZERO
                       MOVE "N" TO WS-DEPT-OK-SW
                       PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                               UNTIL WS-DM-IDX > WS-DEPT-COUNT
                           IF WS-DM-CODE (WS-DM-IDX) = WS-ASK-DEPT
                               SET WS-DEPT-OK TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT WS-DEPT-OK
                           DISPLAY "UNKNOWN DEPARTMENT - RE-ENTER"
                           SET WS-EDIT-FAILED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter grade" WITH NO ADVANCING
               ACCEPT WS-ASK-GRADE
               IF WS-ASK-GRADE = SPACES
                   DISPLAY "GRADE MUST BE ENTERED"
               ELSE
                   SET WS-EDIT-OK TO TRUE
               END-IF
           END-PERFORM.
           DISPLAY "Enter job title" WITH NO ADVANCING.
           ACCEPT WS-ASK-TITLE.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter budgeted monthly salary"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-BUDGET
               IF WS-ASK-BUDGET = ZERO OR
                       WS-ASK-BUDGET > WS-MAX-BUDGET
                   DISPLAY "BUDGETED SALARY OUT OF RANGE - RE-ENTER"
               ELSE
                   SET WS-EDIT-OK TO TRUE
               END-IF
           END-PERFORM.
           MOVE WS-ASK-DEPT TO WS-PS-DEPT (WS-MATCH-IDX).
           MOVE WS-ASK-GRADE TO WS-PS-GRADE (WS-MATCH-IDX).
           MOVE WS-ASK-TITLE TO WS-PS-TITLE (WS-MATCH-IDX).
           MOVE WS-ASK-BUDGET TO WS-PS-BUDGET (WS-MATCH-IDX).

       CHANGE-POST.
           DISPLAY "Enter post ID to change" WITH NO ADVANCING.
           PERFORM ACCEPT-POST-ID.
           PERFORM FIND-POST.
           IF WS-NOT-FOUND
               DISPLAY "NO POST " WS-ASK-ID
               EXIT PARAGRAPH
           END-IF.
           SET WS-PS-IDX TO WS-MATCH-IDX.
           PERFORM SHOW-ONE-POST.
           PERFORM ACCEPT-POST-DETAILS.
           DISPLAY "POST CHANGED".

       DELETE-POST.
           DISPLAY "Enter post ID to delete" WITH NO ADVANCING.
           PERFORM ACCEPT-POST-ID.
           PERFORM FIND-POST.
           IF WS-NOT-FOUND
               DISPLAY "NO POST " WS-ASK-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATCH-IDX TO WS-SHIFT-IDX.
           PERFORM UNTIL WS-SHIFT-IDX NOT < WS-POST-COUNT
               MOVE WS-PS-ENTRY (WS-SHIFT-IDX + 1)
                   TO WS-PS-ENTRY (WS-SHIFT-IDX)
               ADD 1 TO WS-SHIFT-IDX
           END-PERFORM.
           SUBTRACT 1 FROM WS-POST-COUNT.
           DISPLAY "POST DELETED - ANYONE IN IT NOW SHOWS AS OVER "
               "ESTABLISHMENT".

      *> the establishment department by department, a funded count
      *> and budget under each and the company total at the end
       LIST-POSTS.
           PERFORM SORT-THE-POSTS.
           MOVE SPACES TO WS-LAST-DEPT.
           MOVE ZERO TO WS-DEPT-POSTS.
           MOVE ZERO TO WS-DEPT-BUDGET.
           MOVE ZERO TO WS-TOTAL-BUDGET.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-POST-COUNT
               IF WS-PS-DEPT (WS-PS-IDX) NOT = WS-LAST-DEPT AND
                       WS-DEPT-POSTS > ZERO
                   PERFORM SHOW-DEPT-TOTAL
               END-IF
               MOVE WS-PS-DEPT (WS-PS-IDX) TO WS-LAST-DEPT
               PERFORM SHOW-ONE-POST
               ADD 1 TO WS-DEPT-POSTS
               ADD WS-PS-BUDGET (WS-PS-IDX) TO WS-DEPT-BUDGET
               ADD WS-PS-BUDGET (WS-PS-IDX) TO WS-TOTAL-BUDGET
           END-PERFORM.
           IF WS-DEPT-POSTS > ZERO
               PERFORM SHOW-DEPT-TOTAL
           END-IF.
           MOVE WS-TOTAL-BUDGET TO WS-TOTAL-EDIT.
           DISPLAY WS-POST-COUNT " POSTS ON FILE, FUNDED "
               WS-TOTAL-EDIT " A MONTH".

       SHOW-DEPT-TOTAL.
           MOVE WS-DEPT-BUDGET TO WS-TOTAL-EDIT.
           DISPLAY "    " WS-LAST-DEPT " " WS-DEPT-POSTS
               " POSTS FUNDED " WS-TOTAL-EDIT.
           MOVE ZERO TO WS-DEPT-POSTS.
           MOVE ZERO TO WS-DEPT-BUDGET.

       SHOW-ONE-POST.
           MOVE WS-PS-BUDGET (WS-PS-IDX) TO WS-BUDGET-EDIT.
           DISPLAY "  " WS-PS-ID (WS-PS-IDX) " "
               WS-PS-DEPT (WS-PS-IDX) " GRADE "
               WS-PS-GRADE (WS-PS-IDX) " "
               WS-PS-TITLE (WS-PS-IDX) " " WS-BUDGET-EDIT.

       SORT-THE-POSTS.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-POST-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-POST-COUNT
                   IF WS-PS-DEPT (WS-SORT-IDX2) <
                           WS-PS-DEPT (WS-SORT-IDX1) OR
                           (WS-PS-DEPT (WS-SORT-IDX2) =
                               WS-PS-DEPT (WS-SORT-IDX1) AND
                           WS-PS-ID (WS-SORT-IDX2) <
                               WS-PS-ID (WS-SORT-IDX1))
                       MOVE WS-PS-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-PS-ENTRY (WS-SORT-IDX2)
                           TO WS-PS-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-PS-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-MASTER-BACK.
           PERFORM SORT-THE-POSTS.
           OPEN OUTPUT POSITION-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ESTABLISHMENT - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-POST-COUNT
               MOVE WS-PS-ENTRY (WS-PS-IDX) TO POSITION-LINE
               WRITE POSITION-LINE
           END-PERFORM.
           CLOSE POSITION-FILE.
           DISPLAY "ESTABLISHMENT REWRITTEN".

       END PROGRAM POSMAINT.
