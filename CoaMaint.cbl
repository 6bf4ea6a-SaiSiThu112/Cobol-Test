       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAMAINT.

      *> maintains ChartOfAccounts.txt - the general ledger chart
      *> GLJRNL checks every posting line against - the same way
      *> STAXMAINT maintains the tax code table: add an account with
      *> its name, type and status, change them, delete one, list
      *> what is on file. The chart is kept in account order so the
      *> trial balance reads down it. An account that already has
      *> journaled activity on GlBalances.txt cannot be deleted -
      *> its history would lose its name and drop off the trial
      *> balance; mark it inactive instead and GLJRNL will refuse
      *> any new posting to it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CHART-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BALANCE-FILE ASSIGN TO DYNAMIC WS-BALANCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CHART-FILE.
           01 CHART-LINE.
               COPY GL-ACCOUNT.

           FD BALANCE-FILE.
           01 BALANCE-LINE.
               COPY GL-BALANCE.

       WORKING-STORAGE SECTION.
      *> the whole chart is held here while the operator works on it
      *> and written back in one pass at the end
           01 WS-CHART-TABLE.
               05 WS-CA-ENTRY OCCURS 500 TIMES INDEXED BY WS-CA-IDX.
                   10 WS-CA-ACCOUNT PIC 9(6).
                   10 WS-CA-NAME PIC X(30).
                   10 WS-CA-TYPE PIC X(1).
                   10 WS-CA-STATUS PIC X(1).
           01 WS-CHART-COUNT PIC 9(4) COMP VALUE ZERO.

      *> every account with journaled activity, for the delete check
           01 WS-USED-TABLE.
               05 WS-US-ENTRY OCCURS 500 TIMES INDEXED BY WS-US-IDX.
                   10 WS-US-ACCOUNT PIC 9(6).
           01 WS-USED-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-BALANCE-EOF PIC A(1) VALUE "N".

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-ACCOUNT PIC 9(6).
           01 WS-ASK-NAME PIC X(30).
           01 WS-ASK-TYPE PIC X(1).
               88 WS-ASK-TYPE-VALID VALUE "A" "L" "Q" "R" "E".
           01 WS-ASK-STATUS PIC X(1).
               88 WS-ASK-STATUS-VALID VALUE "A" "I".

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-INSERT-IDX PIC 9(4) COMP.
           01 WS-IN-USE-SW PIC X(1).
               88 WS-IN-USE VALUE "Y".

           01 WS-MASTER-PATH PIC X(80).
           01 WS-BALANCE-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-BALANCE-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "GLCHART_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ChartOfAccounts.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-BALANCE-PATH FROM ENVIRONMENT "GLBALANCE_FILE".
           IF WS-BALANCE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\GlBalances.txt"
                   TO WS-BALANCE-PATH
           END-IF.

      *> no balances yet simply means nothing has been journaled
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-BALANCE-EOF = "Y"
                   READ BALANCE-FILE
                       AT END MOVE "Y" TO WS-BALANCE-EOF
                       NOT AT END
                           PERFORM NOTE-USED-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

      *> a chart that does not exist yet is simply empty - the first
      *> add creates it
           OPEN INPUT CHART-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ CHART-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-CHART-COUNT < 500
                               ADD 1 TO WS-CHART-COUNT
                               SET WS-CA-IDX TO WS-CHART-COUNT
                               MOVE CA-ACCOUNT
                                   TO WS-CA-ACCOUNT (WS-CA-IDX)
                               MOVE CA-NAME TO WS-CA-NAME (WS-CA-IDX)
                               MOVE CA-TYPE TO WS-CA-TYPE (WS-CA-IDX)
                               MOVE CA-STATUS
                                   TO WS-CA-STATUS (WS-CA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "CHART OF ACCOUNTS - A=ADD U=UPDATE D=DELETE "
                   "L=LIST Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-ACCOUNT
                   WHEN "U"
                   WHEN "u"
                       PERFORM UPDATE-ACCOUNT
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-ACCOUNT
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-ACCOUNTS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

       NOTE-USED-ACCOUNT.
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
                   UNTIL WS-US-IDX > WS-USED-COUNT
               IF WS-US-ACCOUNT (WS-US-IDX) = GB-ACCOUNT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-USED-COUNT < 500
               ADD 1 TO WS-USED-COUNT
               MOVE GB-ACCOUNT TO WS-US-ACCOUNT (WS-USED-COUNT)
           END-IF.

       FIND-ACCOUNT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CHART-COUNT
               IF WS-CA-ACCOUNT (WS-CA-IDX) = WS-ASK-ACCOUNT
                   SET WS-FOUND TO TRUE
                   MOVE WS-CA-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ACCEPT-ACCOUNT-NO.
           MOVE ZERO TO WS-ASK-ACCOUNT.
           PERFORM UNTIL WS-ASK-ACCOUNT NOT = ZERO
               DISPLAY "Enter account number (6 digits)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-ACCOUNT
               IF WS-ASK-ACCOUNT = ZERO
                   DISPLAY "ACCOUNT 000000 IS NOT VALID - RE-ENTER"
               END-IF
           END-PERFORM.

       ACCEPT-ACCOUNT-FIELDS.
           DISPLAY "Enter account name" WITH NO ADVANCING.
           ACCEPT WS-ASK-NAME.
           MOVE SPACE TO WS-ASK-TYPE.
           PERFORM UNTIL WS-ASK-TYPE-VALID
               DISPLAY "Enter type (A=ASSET L=LIABILITY Q=EQUITY "
                   "R=REVENUE E=EXPENSE)" WITH NO ADVANCING
               ACCEPT WS-ASK-TYPE
               INSPECT WS-ASK-TYPE CONVERTING "alqre" TO "ALQRE"
               IF NOT WS-ASK-TYPE-VALID
                   DISPLAY "INVALID ACCOUNT TYPE - RE-ENTER"
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-ASK-STATUS.
           PERFORM UNTIL WS-ASK-STATUS-VALID
               DISPLAY "Enter status (A=ACTIVE I=INACTIVE)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-STATUS
               INSPECT WS-ASK-STATUS CONVERTING "ai" TO "AI"
               IF NOT WS-ASK-STATUS-VALID
                   DISPLAY "INVALID STATUS - RE-ENTER"
               END-IF
           END-PERFORM.

      *> a new account goes in at its place in account order, so the
      *> chart on file never needs sorting
       ADD-ACCOUNT.
           PERFORM ACCEPT-ACCOUNT-NO.
           PERFORM FIND-ACCOUNT.
           IF WS-FOUND
               DISPLAY "ACCOUNT " WS-ASK-ACCOUNT " ALREADY ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHART-COUNT >= 500
               DISPLAY "CHART OF ACCOUNTS FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-ACCOUNT-FIELDS.
           COMPUTE WS-INSERT-IDX = WS-CHART-COUNT + 1.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CHART-COUNT
               IF WS-CA-ACCOUNT (WS-CA-IDX) > WS-ASK-ACCOUNT
                   MOVE WS-CA-IDX TO WS-INSERT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-CHART-COUNT TO WS-SHIFT-IDX.
           PERFORM UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
               MOVE WS-CA-ENTRY (WS-SHIFT-IDX)
                   TO WS-CA-ENTRY (WS-SHIFT-IDX + 1)
               SUBTRACT 1 FROM WS-SHIFT-IDX
           END-PERFORM.
           ADD 1 TO WS-CHART-COUNT.
           MOVE WS-ASK-ACCOUNT TO WS-CA-ACCOUNT (WS-INSERT-IDX).
           MOVE WS-ASK-NAME TO WS-CA-NAME (WS-INSERT-IDX).
           MOVE WS-ASK-TYPE TO WS-CA-TYPE (WS-INSERT-IDX).
           MOVE WS-ASK-STATUS TO WS-CA-STATUS (WS-INSERT-IDX).
           DISPLAY "ACCOUNT " WS-ASK-ACCOUNT " ADDED".

      *> inactivating an account stops new postings from the next
      *> GLJRNL run on - what is already journaled stays where it is
       UPDATE-ACCOUNT.
           PERFORM ACCEPT-ACCOUNT-NO.
           PERFORM FIND-ACCOUNT.
           IF WS-NOT-FOUND
               DISPLAY "ACCOUNT " WS-ASK-ACCOUNT " NOT ON FILE"
           ELSE
               DISPLAY "Current name   : " WS-CA-NAME (WS-MATCH-IDX)
               DISPLAY "Current type   : " WS-CA-TYPE (WS-MATCH-IDX)
               DISPLAY "Current status : "
                   WS-CA-STATUS (WS-MATCH-IDX)
               PERFORM ACCEPT-ACCOUNT-FIELDS
               MOVE WS-ASK-NAME TO WS-CA-NAME (WS-MATCH-IDX)
               MOVE WS-ASK-TYPE TO WS-CA-TYPE (WS-MATCH-IDX)
               MOVE WS-ASK-STATUS TO WS-CA-STATUS (WS-MATCH-IDX)
               DISPLAY "ACCOUNT " WS-ASK-ACCOUNT " UPDATED"
           END-IF.

      *> a deleted account closes up the table so the write-back
      *> never carries a ghost line
       DELETE-ACCOUNT.
           PERFORM ACCEPT-ACCOUNT-NO.
           PERFORM FIND-ACCOUNT.
           IF WS-NOT-FOUND
               DISPLAY "ACCOUNT " WS-ASK-ACCOUNT " NOT ON FILE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-IN-USE-SW.
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
                   UNTIL WS-US-IDX > WS-USED-COUNT
               IF WS-US-ACCOUNT (WS-US-IDX) = WS-ASK-ACCOUNT
                   SET WS-IN-USE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-IN-USE
               DISPLAY "ACCOUNT " WS-ASK-ACCOUNT " HAS JOURNALED "
                   "ACTIVITY - DELETE REFUSED, MARK IT INACTIVE "
                   "INSTEAD"
           ELSE
               MOVE WS-MATCH-IDX TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX NOT < WS-CHART-COUNT
                   MOVE WS-CA-ENTRY (WS-SHIFT-IDX + 1)
                       TO WS-CA-ENTRY (WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-CHART-COUNT
               DISPLAY "ACCOUNT " WS-ASK-ACCOUNT " DELETED"
           END-IF.

       LIST-ACCOUNTS.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CHART-COUNT
               DISPLAY "  " WS-CA-ACCOUNT (WS-CA-IDX) " "
                   WS-CA-NAME (WS-CA-IDX) " "
                   WS-CA-TYPE (WS-CA-IDX) " "
                   WS-CA-STATUS (WS-CA-IDX)
           END-PERFORM.
           DISPLAY WS-CHART-COUNT " ACCOUNTS ON FILE".

       WRITE-MASTER-BACK.
           OPEN OUTPUT CHART-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING CHART OF ACCOUNTS - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CHART-COUNT
               MOVE WS-CA-ACCOUNT (WS-CA-IDX) TO CA-ACCOUNT
               MOVE WS-CA-NAME (WS-CA-IDX) TO CA-NAME
               MOVE WS-CA-TYPE (WS-CA-IDX) TO CA-TYPE
               MOVE WS-CA-STATUS (WS-CA-IDX) TO CA-STATUS
               WRITE CHART-LINE
           END-PERFORM.
           CLOSE CHART-FILE.
           DISPLAY "CHART OF ACCOUNTS REWRITTEN".

       END PROGRAM COAMAINT.
