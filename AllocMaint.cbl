       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCMAINT.

      *> maintains the department-to-branch allocation table
      *> (DeptBranchAlloc.txt) the way SUBSTMAINT maintains the
      *> substitute lists: add a branch's percentage share of a
      *> department's staff cost, change the share, delete it, list
      *> a department's shares with what is left unallocated. The
      *> department must be on the department master and the branch
      *> on the branch master; one line per department and branch,
      *> and a department's shares may not pass 100 percent. What a
      *> department does not allocate stays with head office on
      *> BRANCHPL. Every add, change and delete leaves who/when and
      *> the before and after images on the shared change journal,
      *> same as the other maintenance programs. The file is written
      *> back in department and branch order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT DEPT-ALLOC-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO DYNAMIC WS-DEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO DYNAMIC WS-BRANCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DEPT-ALLOC-FILE.
           01 DEPT-ALLOC-LINE.
               COPY DEPT-ALLOC.

           FD DEPT-MASTER-FILE.
           01 DEPT-MASTER-LINE.
               COPY DEPT-MASTER.

           FD BRANCH-MASTER-FILE.
           01 BRANCH-MASTER-LINE.
               COPY BRANCH-MASTER.

           FD CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-REC.
               COPY CHANGE-JOURNAL.

       WORKING-STORAGE SECTION.
      *> the whole file is held here while the operator works on it
      *> and written back in one pass at the end
           01 WS-ALLOC-TABLE.
               05 WS-DA-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-ALLOC-COUNT
                       INDEXED BY WS-DA-IDX.
                   10 WS-DA-DEPT PIC X(4).
                   10 WS-DA-BRANCH PIC 9(3).
                   10 WS-DA-PERCENT PIC 9(3)V99.
           01 WS-ALLOC-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-DEPT-TABLE.
               05 WS-DM-ENTRY OCCURS 50 TIMES INDEXED BY WS-DM-IDX.
                   10 WS-DM-CODE PIC X(4).
                   10 WS-DM-NAME PIC X(20).
           01 WS-DEPT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-BRANCH-TABLE.
               05 WS-BM-ENTRY OCCURS 200 TIMES INDEXED BY WS-BM-IDX.
                   10 WS-BM-CODE PIC 9(3).
                   10 WS-BM-NAME PIC X(20).
           01 WS-BRANCH-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-DEPT-EOF PIC A(1) VALUE "N".
           01 WS-BRANCH-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".
           01 WS-CHANGED-SW PIC A(1) VALUE "N".
               88 WS-LIST-CHANGED VALUE "Y".

           01 WS-ASK-DEPT PIC X(4).
           01 WS-ASK-BRANCH PIC 9(3).
           01 WS-ASK-PERCENT PIC 9(3)V99.
      *> what the department's other lines already take
           01 WS-DEPT-TOTAL PIC 9(5)V99.
           01 WS-PERCENT-EDIT PIC ZZ9.99.
           01 WS-TOTAL-EDIT PIC ZZZZ9.99.
           01 WS-LEFT-PERCENT PIC S9(5)V99.
           01 WS-LEFT-EDIT PIC -ZZZZ9.99.
           01 WS-CUR-NAME PIC X(20).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(5) COMP.
           01 WS-SHIFT-IDX PIC 9(5) COMP.
           01 WS-LISTED-COUNT PIC 9(5).

           01 WS-EDIT-SW PIC X(1).
               88 WS-EDIT-OK VALUE "Y".
               88 WS-EDIT-FAILED VALUE "N".

      *> the record image the journal carries, built from a table
      *> entry in the file's own layout
           01 WS-JRN-IMAGE-REC.
               COPY DEPT-ALLOC REPLACING LEADING ==DA== BY ==JS==.
           01 WS-JRN-TAG PIC X(6).
           01 WS-JRN-SOURCE-IDX PIC 9(5) COMP.
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-STAMP-DATE PIC 9(8).
           01 WS-STAMP-TIME PIC 9(8).
           01 WS-JOURNAL-PATH PIC X(80).
           01 WS-JOURNAL-STATUS PIC X(2).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-DEPT-PATH PIC X(80).
           01 WS-DEPT-STATUS PIC X(2).
           01 WS-BRANCH-PATH PIC X(80).
           01 WS-BRANCH-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT
               "CHANGEJOURNAL_FILE".
           IF WS-JOURNAL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ChangeJournal.txt"
                   TO WS-JOURNAL-PATH
           END-IF.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DEPTALLOC_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DeptBranchAlloc.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-DEPT-PATH FROM ENVIRONMENT "DEPTMASTER_FILE".
           IF WS-DEPT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DeptMaster.txt"
                   TO WS-DEPT-PATH
           END-IF.
           ACCEPT WS-BRANCH-PATH FROM ENVIRONMENT "BRANCHMASTER_FILE".
           IF WS-BRANCH-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BranchMaster.txt"
                   TO WS-BRANCH-PATH
           END-IF.

           OPEN INPUT DEPT-MASTER-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DEPARTMENT MASTER - STATUS "
                   WS-DEPT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DEPT-EOF = "Y"
               READ DEPT-MASTER-FILE
                   AT END MOVE "Y" TO WS-DEPT-EOF
                   NOT AT END
                       IF WS-DEPT-COUNT < 50
                           ADD 1 TO WS-DEPT-COUNT
                           SET WS-DM-IDX TO WS-DEPT-COUNT
                           MOVE DEPT-CODE TO WS-DM-CODE (WS-DM-IDX)
                           MOVE DEPT-NAME TO WS-DM-NAME (WS-DM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-MASTER-FILE.

           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRANCH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BRANCH MASTER - STATUS "
                   WS-BRANCH-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-BRANCH-EOF = "Y"
               READ BRANCH-MASTER-FILE
                   AT END MOVE "Y" TO WS-BRANCH-EOF
                   NOT AT END
                       IF WS-BRANCH-COUNT < 200
                           ADD 1 TO WS-BRANCH-COUNT
                           SET WS-BM-IDX TO WS-BRANCH-COUNT
                           MOVE BM-BRANCH-CODE
                               TO WS-BM-CODE (WS-BM-IDX)
                           MOVE BM-NAME TO WS-BM-NAME (WS-BM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRANCH-MASTER-FILE.

      *> a file that does not exist yet is simply empty - the first
      *> add creates it
           OPEN INPUT DEPT-ALLOC-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ DEPT-ALLOC-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-ALLOC-COUNT < 1000
                               ADD 1 TO WS-ALLOC-COUNT
                               SET WS-DA-IDX TO WS-ALLOC-COUNT
                               MOVE DA-DEPT TO WS-DA-DEPT (WS-DA-IDX)
                               MOVE DA-BRANCH
                                   TO WS-DA-BRANCH (WS-DA-IDX)
                               MOVE DA-PERCENT
                                   TO WS-DA-PERCENT (WS-DA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-ALLOC-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "STAFF COST ALLOCATION - A=ADD C=CHANGE "
                   "D=DELETE L=LIST Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-ALLOCATION
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-ALLOCATION
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-ALLOCATION
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-ALLOCATIONS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           IF WS-LIST-CHANGED
               PERFORM WRITE-MASTER-BACK
           END-IF.
           STOP RUN.

      *> department and branch - the two that say which line of the
      *> file the operator means; each must be on its master
       TAKE-ALLOC-KEY.
           SET WS-EDIT-FAILED TO TRUE.
           DISPLAY "Enter department code" WITH NO ADVANCING.
           ACCEPT WS-ASK-DEPT.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DEPT-COUNT
               IF WS-DM-CODE (WS-DM-IDX) = WS-ASK-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DM-IDX > WS-DEPT-COUNT
               DISPLAY "DEPARTMENT " WS-ASK-DEPT
                   " NOT ON THE DEPARTMENT MASTER"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter branch code" WITH NO ADVANCING.
           ACCEPT WS-ASK-BRANCH.
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                   UNTIL WS-BM-IDX > WS-BRANCH-COUNT
               IF WS-BM-CODE (WS-BM-IDX) = WS-ASK-BRANCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-BM-IDX > WS-BRANCH-COUNT
               DISPLAY "BRANCH " WS-ASK-BRANCH
                   " NOT ON THE BRANCH MASTER"
               EXIT PARAGRAPH
           END-IF.
           SET WS-EDIT-OK TO TRUE.

       FIND-ALLOCATION.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-ALLOC-COUNT
               IF WS-DA-DEPT (WS-DA-IDX) = WS-ASK-DEPT
                       AND WS-DA-BRANCH (WS-DA-IDX) = WS-ASK-BRANCH
                   SET WS-FOUND TO TRUE
                   MOVE WS-DA-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> the department's shares on every other branch - the line
      *> being changed, if any, does not count against itself
       TOTAL-OTHER-SHARES.
           MOVE ZERO TO WS-DEPT-TOTAL.
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-ALLOC-COUNT
               IF WS-DA-DEPT (WS-DA-IDX) = WS-ASK-DEPT
                       AND WS-DA-BRANCH (WS-DA-IDX) NOT = WS-ASK-BRANCH
                   ADD WS-DA-PERCENT (WS-DA-IDX) TO WS-DEPT-TOTAL
               END-IF
           END-PERFORM.

      *> a share above zero that keeps the department within 100.
      *> Zero cancels, and a department the other branches already
      *> carry in full takes no share at all - either way the edit
      *> fails and the caller leaves the line as it was
       TAKE-PERCENT.
           PERFORM TOTAL-OTHER-SHARES.
           MOVE WS-DEPT-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Other branches already carry " WS-TOTAL-EDIT
               " PERCENT".
           SET WS-EDIT-FAILED TO TRUE.
           IF WS-DEPT-TOTAL >= 100
               DISPLAY "DEPARTMENT ALREADY FULLY ALLOCATED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter percentage share (e.g. 025.00, "
                   "0 to cancel)" WITH NO ADVANCING
               ACCEPT WS-ASK-PERCENT
               IF WS-ASK-PERCENT = ZERO
                   DISPLAY "CANCELLED - NOTHING CHANGED"
                   EXIT PERFORM
               ELSE
                   IF WS-DEPT-TOTAL + WS-ASK-PERCENT > 100
                       DISPLAY "DEPARTMENT WOULD PASS 100 PERCENT - "
                           "RE-ENTER"
                   ELSE
                       SET WS-EDIT-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       ADD-ALLOCATION.
           PERFORM TAKE-ALLOC-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ALLOCATION.
           IF WS-FOUND
               DISPLAY "BRANCH " WS-ASK-BRANCH
                   " ALREADY CARRIES A SHARE OF " WS-ASK-DEPT
                   " - CHANGE IT INSTEAD"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ALLOC-COUNT >= 1000
               DISPLAY "ALLOCATION FILE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM TAKE-PERCENT.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ALLOC-COUNT.
           SET WS-DA-IDX TO WS-ALLOC-COUNT.
           MOVE WS-ASK-DEPT TO WS-DA-DEPT (WS-DA-IDX).
           MOVE WS-ASK-BRANCH TO WS-DA-BRANCH (WS-DA-IDX).
           MOVE WS-ASK-PERCENT TO WS-DA-PERCENT (WS-DA-IDX).
           MOVE "ADD" TO WS-JRN-TAG.
           SET WS-JRN-SOURCE-IDX TO WS-DA-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "BRANCH " WS-ASK-BRANCH " ADDED TO DEPARTMENT "
               WS-ASK-DEPT.

       CHANGE-ALLOCATION.
           PERFORM TAKE-ALLOC-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ALLOCATION.
           IF WS-NOT-FOUND
               DISPLAY "BRANCH " WS-ASK-BRANCH
                   " CARRIES NO SHARE OF " WS-ASK-DEPT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DA-PERCENT (WS-MATCH-IDX) TO WS-PERCENT-EDIT.
           DISPLAY "Current share : " WS-PERCENT-EDIT.
           PERFORM TAKE-PERCENT.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE "BEFORE" TO WS-JRN-TAG.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE WS-ASK-PERCENT TO WS-DA-PERCENT (WS-MATCH-IDX).
           MOVE "AFTER" TO WS-JRN-TAG.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "SHARE OF " WS-ASK-DEPT " FOR BRANCH "
               WS-ASK-BRANCH " CHANGED".

      *> the line goes from the table; the journal keeps its image
       DELETE-ALLOCATION.
           PERFORM TAKE-ALLOC-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ALLOCATION.
           IF WS-NOT-FOUND
               DISPLAY "BRANCH " WS-ASK-BRANCH
                   " CARRIES NO SHARE OF " WS-ASK-DEPT
               EXIT PARAGRAPH
           END-IF.
           MOVE "DELETE" TO WS-JRN-TAG.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-MATCH-IDX BY 1
                   UNTIL WS-SHIFT-IDX >= WS-ALLOC-COUNT
               MOVE WS-DA-ENTRY (WS-SHIFT-IDX + 1)
                   TO WS-DA-ENTRY (WS-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-ALLOC-COUNT.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "BRANCH " WS-ASK-BRANCH " DELETED FROM DEPARTMENT "
               WS-ASK-DEPT.

      *> one department's shares and what head office keeps, or
      *> every line when no department is given
       LIST-ALLOCATIONS.
           DISPLAY "Enter department code (blank for all)"
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ASK-DEPT.
           ACCEPT WS-ASK-DEPT.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE ZERO TO WS-DEPT-TOTAL.
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-ALLOC-COUNT
               IF WS-ASK-DEPT = SPACES OR
                       WS-DA-DEPT (WS-DA-IDX) = WS-ASK-DEPT
                   ADD 1 TO WS-LISTED-COUNT
                   ADD WS-DA-PERCENT (WS-DA-IDX) TO WS-DEPT-TOTAL
                   MOVE SPACES TO WS-CUR-NAME
                   PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                           UNTIL WS-BM-IDX > WS-BRANCH-COUNT
                       IF WS-BM-CODE (WS-BM-IDX)
                               = WS-DA-BRANCH (WS-DA-IDX)
                           MOVE WS-BM-NAME (WS-BM-IDX) TO WS-CUR-NAME
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE WS-DA-PERCENT (WS-DA-IDX) TO WS-PERCENT-EDIT
                   DISPLAY "DEPARTMENT " WS-DA-DEPT (WS-DA-IDX)
                       " BRANCH " WS-DA-BRANCH (WS-DA-IDX)
                       " " WS-CUR-NAME
                       " " WS-PERCENT-EDIT " PERCENT"
               END-IF
           END-PERFORM.
           DISPLAY WS-LISTED-COUNT " ALLOCATION LINES LISTED".
           IF WS-ASK-DEPT NOT = SPACES
               COMPUTE WS-LEFT-PERCENT = 100 - WS-DEPT-TOTAL
               MOVE WS-LEFT-PERCENT TO WS-LEFT-EDIT
               DISPLAY WS-LEFT-EDIT
                   " PERCENT LEFT WITH HEAD OFFICE (UNALLOCATED)"
           END-IF.

      *> one journal line: the table entry rendered in the file's
      *> own record layout, with who and when - keyed by department
      *> and branch
       WRITE-JOURNAL-LINE.
           SET WS-DA-IDX TO WS-JRN-SOURCE-IDX.
           MOVE WS-DA-DEPT (WS-DA-IDX) TO JS-DEPT.
           MOVE WS-DA-BRANCH (WS-DA-IDX) TO JS-BRANCH.
           MOVE WS-DA-PERCENT (WS-DA-IDX) TO JS-PERCENT.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHANGE JOURNAL - STATUS "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE "DEPTALOC" TO CJ-MASTER
               MOVE SPACES TO CJ-KEY
               MOVE WS-DA-DEPT (WS-DA-IDX) TO CJ-KEY (1:4)
               MOVE WS-DA-BRANCH (WS-DA-IDX) TO CJ-KEY (5:3)
               MOVE WS-OPERATOR-ID TO CJ-OPERATOR
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               COMPUTE CJ-STAMP = WS-STAMP-DATE * 1000000
                   + WS-STAMP-TIME / 100
               MOVE WS-JRN-TAG TO CJ-TAG
               MOVE WS-JRN-IMAGE-REC TO CJ-IMAGE
               WRITE CHANGE-JOURNAL-REC
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.

       WRITE-MASTER-BACK.
           IF WS-ALLOC-COUNT > 1
               SORT WS-DA-ENTRY
                   ASCENDING KEY WS-DA-DEPT
                   ASCENDING KEY WS-DA-BRANCH
           END-IF.
           OPEN OUTPUT DEPT-ALLOC-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ALLOCATION FILE - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-ALLOC-COUNT
               MOVE WS-DA-DEPT (WS-DA-IDX) TO DA-DEPT
               MOVE WS-DA-BRANCH (WS-DA-IDX) TO DA-BRANCH
               MOVE WS-DA-PERCENT (WS-DA-IDX) TO DA-PERCENT
               WRITE DEPT-ALLOC-LINE
           END-PERFORM.
           CLOSE DEPT-ALLOC-FILE.
           DISPLAY "ALLOCATION FILE REWRITTEN".

       END PROGRAM ALLOCMAINT.
