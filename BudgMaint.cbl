       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMAINT.

      *> maintains BranchBudget.txt - each branch's budget by month
      *> for sales at selling price, purchases at cost and closing
      *> stock value - the same way STAXMAINT maintains the tax code
      *> table: add a branch-month with its three figures, change
      *> them, delete one, list the budgets on file (one branch or
      *> all). The branch must be on BranchMaster.txt. A whole year
      *> can be set up in one go by copying one branch-month across
      *> the twelve months of its year. The file is kept in branch
      *> and month order so BUDGRPT and a reader see it alike.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD BUDGET-FILE.
           01 BUDGET-LINE.
               COPY BRANCH-BUDGET.

           FD BRANCH-MASTER-FILE.
           01 BRANCH-MASTER-LINE.
               COPY BRANCH-MASTER.

       WORKING-STORAGE SECTION.
      *> the whole file is held here while the operator works on it
      *> and written back in one pass at the end
           01 WS-BUDGET-TABLE.
               05 WS-BB-ENTRY OCCURS 3000 TIMES INDEXED BY WS-BB-IDX.
                   10 WS-BB-BRANCH PIC 9(3).
                   10 WS-BB-PERIOD PIC 9(6).
                   10 WS-BB-SALES PIC 9(9)V99.
                   10 WS-BB-PURCHASES PIC 9(9)V99.
                   10 WS-BB-STOCK PIC 9(9)V99.
           01 WS-BUDGET-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-BRANCH-TABLE.
               05 WS-BM-ENTRY OCCURS 1000 TIMES INDEXED BY WS-BM-IDX.
                   10 WS-BM-CODE PIC 9(3).
           01 WS-BM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-BRANCH-EOF PIC A(1) VALUE "N".

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-BRANCH PIC 9(3).
           01 WS-ASK-PERIOD PIC 9(6).
           01 WS-ASK-PERIOD-X REDEFINES WS-ASK-PERIOD.
               05 WS-ASK-YEAR PIC 9(4).
               05 WS-ASK-MONTH PIC 9(2).
           01 WS-ASK-SALES PIC 9(9)V99.
           01 WS-ASK-PURCHASES PIC 9(9)V99.
           01 WS-ASK-STOCK PIC 9(9)V99.
           01 WS-ASK-COPY PIC X(1).
           01 WS-COPY-MONTH PIC 9(2).
           01 WS-COPY-COUNT PIC 9(2).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-INSERT-IDX PIC 9(4) COMP.
           01 WS-LIST-COUNT PIC 9(4).

           01 WS-SALES-EDIT PIC Z(8)9.99.
           01 WS-PURCHASES-EDIT PIC Z(8)9.99.
           01 WS-STOCK-EDIT PIC Z(8)9.99.

           01 WS-MASTER-PATH PIC X(80).
           01 WS-BRANCH-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-BRANCH-MASTER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "BUDGET_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BranchBudget.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-BRANCH-MASTER-PATH FROM ENVIRONMENT
               "BRANCHMASTER_FILE".
           IF WS-BRANCH-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BranchMaster.txt"
                   TO WS-BRANCH-MASTER-PATH
           END-IF.

           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRANCH-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BRANCH MASTER - STATUS "
                   WS-BRANCH-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-BRANCH-EOF = "Y"
               READ BRANCH-MASTER-FILE
                   AT END MOVE "Y" TO WS-BRANCH-EOF
                   NOT AT END
                       IF WS-BM-COUNT < 1000
                           ADD 1 TO WS-BM-COUNT
                           SET WS-BM-IDX TO WS-BM-COUNT
                           MOVE BM-BRANCH-CODE
                               TO WS-BM-CODE (WS-BM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRANCH-MASTER-FILE.

      *> a file that does not exist yet is simply empty - the first
      *> add creates it
           OPEN INPUT BUDGET-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ BUDGET-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-BUDGET-COUNT < 3000
                               ADD 1 TO WS-BUDGET-COUNT
                               SET WS-BB-IDX TO WS-BUDGET-COUNT
                               MOVE BB-BRANCH
                                   TO WS-BB-BRANCH (WS-BB-IDX)
                               MOVE BB-PERIOD
                                   TO WS-BB-PERIOD (WS-BB-IDX)
                               MOVE BB-SALES TO WS-BB-SALES (WS-BB-IDX)
                               MOVE BB-PURCHASES
                                   TO WS-BB-PURCHASES (WS-BB-IDX)
                               MOVE BB-STOCK TO WS-BB-STOCK (WS-BB-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "BRANCH BUDGETS - A=ADD U=UPDATE D=DELETE "
                   "L=LIST Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-BUDGET
                   WHEN "U"
                   WHEN "u"
                       PERFORM UPDATE-BUDGET
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-BUDGET
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-BUDGETS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

       FIND-BUDGET.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-BB-IDX FROM 1 BY 1
                   UNTIL WS-BB-IDX > WS-BUDGET-COUNT
               IF WS-BB-BRANCH (WS-BB-IDX) = WS-ASK-BRANCH AND
                       WS-BB-PERIOD (WS-BB-IDX) = WS-ASK-PERIOD
                   SET WS-FOUND TO TRUE
                   MOVE WS-BB-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> the branch must be on the master; the month must be a month
       ACCEPT-BUDGET-KEY.
           DISPLAY "Enter branch" WITH NO ADVANCING.
           ACCEPT WS-ASK-BRANCH.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                   UNTIL WS-BM-IDX > WS-BM-COUNT
               IF WS-BM-CODE (WS-BM-IDX) = WS-ASK-BRANCH
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "BRANCH " WS-ASK-BRANCH
                   " NOT ON THE BRANCH MASTER"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ASK-PERIOD.
           PERFORM UNTIL WS-ASK-MONTH >= 1 AND WS-ASK-MONTH <= 12
                   AND WS-ASK-YEAR > ZERO
               DISPLAY "Enter budget month (YYYYMM)" WITH NO ADVANCING
               ACCEPT WS-ASK-PERIOD
               IF WS-ASK-MONTH < 1 OR WS-ASK-MONTH > 12
                       OR WS-ASK-YEAR = ZERO
                   DISPLAY "NOT A VALID MONTH - RE-ENTER"
               END-IF
           END-PERFORM.

       ACCEPT-BUDGET-FIELDS.
           DISPLAY "Enter sales budget at selling price"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-SALES.
           DISPLAY "Enter purchases budget at cost" WITH NO ADVANCING.
           ACCEPT WS-ASK-PURCHASES.
           DISPLAY "Enter closing stock value budget at cost"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-STOCK.

       ADD-BUDGET.
           PERFORM ACCEPT-BUDGET-KEY.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-BUDGET.
           IF WS-FOUND
               DISPLAY "BUDGET FOR BRANCH " WS-ASK-BRANCH " MONTH "
                   WS-ASK-PERIOD " ALREADY ON FILE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-BUDGET-FIELDS.
           PERFORM INSERT-BUDGET.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "BUDGET FOR BRANCH " WS-ASK-BRANCH " MONTH "
               WS-ASK-PERIOD " ADDED".

      *> the same three figures for every month of the year that has
      *> no budget yet - months already budgeted are left alone
           DISPLAY "Copy these figures to the rest of "
               WS-ASK-YEAR " (Y/N)" WITH NO ADVANCING.
           ACCEPT WS-ASK-COPY.
           IF WS-ASK-COPY NOT = "Y" AND WS-ASK-COPY NOT = "y"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-COPY-COUNT.
           PERFORM VARYING WS-COPY-MONTH FROM 1 BY 1
                   UNTIL WS-COPY-MONTH > 12
               MOVE WS-COPY-MONTH TO WS-ASK-MONTH
               PERFORM FIND-BUDGET
               IF WS-NOT-FOUND
                   PERFORM INSERT-BUDGET
                   IF WS-FOUND
                       ADD 1 TO WS-COPY-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY WS-COPY-COUNT " MORE MONTHS OF " WS-ASK-YEAR
               " BUDGETED FOR BRANCH " WS-ASK-BRANCH.

      *> a new branch-month goes in at its place in branch and month
      *> order; WS-FOUND comes back set when it went in
       INSERT-BUDGET.
           IF WS-BUDGET-COUNT >= 3000
               DISPLAY "BUDGET TABLE FULL - NOT ADDED"
               SET WS-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INSERT-IDX = WS-BUDGET-COUNT + 1.
           PERFORM VARYING WS-BB-IDX FROM 1 BY 1
                   UNTIL WS-BB-IDX > WS-BUDGET-COUNT
               IF WS-BB-BRANCH (WS-BB-IDX) > WS-ASK-BRANCH OR
                       (WS-BB-BRANCH (WS-BB-IDX) = WS-ASK-BRANCH AND
                        WS-BB-PERIOD (WS-BB-IDX) > WS-ASK-PERIOD)
                   MOVE WS-BB-IDX TO WS-INSERT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-BUDGET-COUNT TO WS-SHIFT-IDX.
           PERFORM UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
               MOVE WS-BB-ENTRY (WS-SHIFT-IDX)
                   TO WS-BB-ENTRY (WS-SHIFT-IDX + 1)
               SUBTRACT 1 FROM WS-SHIFT-IDX
           END-PERFORM.
           ADD 1 TO WS-BUDGET-COUNT.
           MOVE WS-ASK-BRANCH TO WS-BB-BRANCH (WS-INSERT-IDX).
           MOVE WS-ASK-PERIOD TO WS-BB-PERIOD (WS-INSERT-IDX).
           MOVE WS-ASK-SALES TO WS-BB-SALES (WS-INSERT-IDX).
           MOVE WS-ASK-PURCHASES TO WS-BB-PURCHASES (WS-INSERT-IDX).
           MOVE WS-ASK-STOCK TO WS-BB-STOCK (WS-INSERT-IDX).
           SET WS-FOUND TO TRUE.

       UPDATE-BUDGET.
           PERFORM ACCEPT-BUDGET-KEY.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-BUDGET.
           IF WS-NOT-FOUND
               DISPLAY "NO BUDGET FOR BRANCH " WS-ASK-BRANCH
                   " MONTH " WS-ASK-PERIOD
           ELSE
               MOVE WS-BB-SALES (WS-MATCH-IDX) TO WS-SALES-EDIT
               MOVE WS-BB-PURCHASES (WS-MATCH-IDX)
                   TO WS-PURCHASES-EDIT
               MOVE WS-BB-STOCK (WS-MATCH-IDX) TO WS-STOCK-EDIT
               DISPLAY "Current sales     : " WS-SALES-EDIT
               DISPLAY "Current purchases : " WS-PURCHASES-EDIT
               DISPLAY "Current stock     : " WS-STOCK-EDIT
               PERFORM ACCEPT-BUDGET-FIELDS
               MOVE WS-ASK-SALES TO WS-BB-SALES (WS-MATCH-IDX)
               MOVE WS-ASK-PURCHASES
                   TO WS-BB-PURCHASES (WS-MATCH-IDX)
               MOVE WS-ASK-STOCK TO WS-BB-STOCK (WS-MATCH-IDX)
               DISPLAY "BUDGET FOR BRANCH " WS-ASK-BRANCH " MONTH "
                   WS-ASK-PERIOD " UPDATED"
           END-IF.

      *> a deleted branch-month closes up the table so the
      *> write-back never carries a ghost line
       DELETE-BUDGET.
           PERFORM ACCEPT-BUDGET-KEY.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-BUDGET.
           IF WS-NOT-FOUND
               DISPLAY "NO BUDGET FOR BRANCH " WS-ASK-BRANCH
                   " MONTH " WS-ASK-PERIOD
           ELSE
               MOVE WS-MATCH-IDX TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX NOT < WS-BUDGET-COUNT
                   MOVE WS-BB-ENTRY (WS-SHIFT-IDX + 1)
                       TO WS-BB-ENTRY (WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-BUDGET-COUNT
               DISPLAY "BUDGET FOR BRANCH " WS-ASK-BRANCH " MONTH "
                   WS-ASK-PERIOD " DELETED"
           END-IF.

       LIST-BUDGETS.
           DISPLAY "Enter branch (000 for every branch)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-BRANCH.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY "  BR  MONTH          SALES     PURCHASES"
               "         STOCK".
           PERFORM VARYING WS-BB-IDX FROM 1 BY 1
                   UNTIL WS-BB-IDX > WS-BUDGET-COUNT
               IF WS-ASK-BRANCH = ZERO OR
                       WS-BB-BRANCH (WS-BB-IDX) = WS-ASK-BRANCH
                   MOVE WS-BB-SALES (WS-BB-IDX) TO WS-SALES-EDIT
                   MOVE WS-BB-PURCHASES (WS-BB-IDX)
                       TO WS-PURCHASES-EDIT
                   MOVE WS-BB-STOCK (WS-BB-IDX) TO WS-STOCK-EDIT
                   DISPLAY "  " WS-BB-BRANCH (WS-BB-IDX) " "
                       WS-BB-PERIOD (WS-BB-IDX) " "
                       WS-SALES-EDIT " " WS-PURCHASES-EDIT " "
                       WS-STOCK-EDIT
                   ADD 1 TO WS-LIST-COUNT
               END-IF
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " BUDGET MONTHS LISTED".

       WRITE-MASTER-BACK.
           OPEN OUTPUT BUDGET-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING BRANCH BUDGETS - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-BB-IDX FROM 1 BY 1
                   UNTIL WS-BB-IDX > WS-BUDGET-COUNT
               MOVE WS-BB-BRANCH (WS-BB-IDX) TO BB-BRANCH
               MOVE WS-BB-PERIOD (WS-BB-IDX) TO BB-PERIOD
               MOVE WS-BB-SALES (WS-BB-IDX) TO BB-SALES
               MOVE WS-BB-PURCHASES (WS-BB-IDX) TO BB-PURCHASES
               MOVE WS-BB-STOCK (WS-BB-IDX) TO BB-STOCK
               WRITE BUDGET-LINE
           END-PERFORM.
           CLOSE BUDGET-FILE.
           DISPLAY "BRANCH BUDGET FILE REWRITTEN".

       END PROGRAM BUDGMAINT.
