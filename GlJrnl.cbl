       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.

      *> the general ledger itself, so the posting files GLEXTRACT,
      *> PAYGL, REVALUE, PROVRUN and FEEGL write stop being keyed
      *> into the ledger by hand. The verb on the command line picks
      *> the job:
      *>   POST (or nothing) - takes in every posting file. A batch
      *>     is one feed's lines for one posting date; it is
      *>     journaled only when its debits equal its credits, every
      *>     account is on ChartOfAccounts.txt and active, and its
      *>     month is not CLOSED on PERIODCLOSE's PeriodStatus.txt.
      *>     Anything else is left out whole and listed with the
      *>     reason on GlRejects.txt; a batch already on the journal
      *>     is never taken twice, so rerunning POST is harmless. An
      *>     accepted batch goes line by line onto GlJournal.txt and
      *>     into the period's account totals on GlBalances.txt.
      *>   TRIAL YYYYMM - trial balance for the period: each
      *>     account's opening balance, the period's debits and
      *>     credits, and the closing balance, with the totals that
      *>     prove the ledger agrees (GlTrialBalance.txt).
      *>   DETAIL aaaaaa [YYYYMM] - every journal line on one
      *>     account with a running balance, for all time or for the
      *>     one period brought forward from its opening balance
      *>     (GlAccountDetail.txt).
      *>   REBUILD - recreates GlBalances.txt from the journal, should
      *>     the balances ever be lost or hand-edited.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT POSTING-FILE ASSIGN TO DYNAMIC WS-POSTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

           SELECT CHART-FILE ASSIGN TO DYNAMIC WS-CHART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT PERIOD-STATUS-FILE
               ASSIGN TO DYNAMIC WS-PERIOD-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT BALANCE-FILE ASSIGN TO DYNAMIC WS-BALANCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the fixed interface layout GLEXTRACT, PAYGL, REVALUE,
      *> PROVRUN and FEEGL all write
           FD POSTING-FILE.
           01 POSTING-REC.
               05 GL-DATE PIC 9(8).
               05 GL-ACCOUNT PIC 9(6).
               05 GL-DRCR PIC X(2).
               05 GL-AMOUNT PIC 9(9)V99.
               05 GL-SOURCE PIC X(10).
               05 GL-BRANCH PIC 9(3).
               05 GL-TYPE PIC X(8).

           FD CHART-FILE.
           01 CHART-LINE.
               COPY GL-ACCOUNT.

           FD PERIOD-STATUS-FILE.
           01 PERIOD-STATUS-LINE.
               05 PS-PERIOD PIC 9(6).
               05 FILLER PIC X(1).
               05 PS-STATUS PIC X(6).

           FD JOURNAL-FILE.
           01 JOURNAL-LINE.
               COPY GL-JOURNAL.

           FD BALANCE-FILE.
           01 BALANCE-LINE.
               COPY GL-BALANCE.

           FD REJECT-FILE.
           01 REJECT-LINE PIC X(100).

      *> the trial balance or the account detail, whichever was
      *> asked for
           FD REPORT-FILE.
           01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-ARGS PIC X(40).
           01 WS-VERB PIC X(8).
           01 WS-ARG-1 PIC X(8).
           01 WS-ARG-2 PIC X(8).
           01 WS-TODAY PIC 9(8).

           01 WS-CHART-TABLE.
               05 WS-CA-ENTRY OCCURS 500 TIMES INDEXED BY WS-CA-IDX.
                   10 WS-CA-ACCOUNT PIC 9(6).
                   10 WS-CA-NAME PIC X(30).
                   10 WS-CA-TYPE PIC X(1).
                   10 WS-CA-STATUS PIC X(1).
           01 WS-CHART-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-CHART-EOF PIC A(1) VALUE "N".

           01 WS-CLOSED-TABLE.
               05 WS-CL-PERIOD PIC 9(6) OCCURS 200 TIMES
                   INDEXED BY WS-CL-IDX.
           01 WS-CLOSED-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-PERIOD-EOF PIC A(1) VALUE "N".

      *> every batch already on the journal - feed, posting date and
      *> the day it was journaled
           01 WS-BATCH-TABLE.
               05 WS-BT-ENTRY OCCURS 3000 TIMES INDEXED BY WS-BT-IDX.
                   10 WS-BT-FEED PIC X(10).
                   10 WS-BT-DATE PIC 9(8).
                   10 WS-BT-JOURNALED PIC 9(8).
           01 WS-BATCH-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-JOURNAL-EOF PIC A(1) VALUE "N".

      *> debits and credits per period and account
           01 WS-BAL-TABLE.
               05 WS-BL-ENTRY OCCURS 9999 TIMES INDEXED BY WS-BL-IDX.
                   10 WS-BL-PERIOD PIC 9(6).
                   10 WS-BL-ACCOUNT PIC 9(6).
                   10 WS-BL-DEBITS PIC 9(11)V99.
                   10 WS-BL-CREDITS PIC 9(11)V99.
           01 WS-BAL-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-BALANCE-EOF PIC A(1) VALUE "N".

      *> one feed's posting file, held while it is cut into batches
           01 WS-LINE-TABLE.
               05 WS-LN-ENTRY OCCURS 5000 TIMES INDEXED BY WS-LN-IDX.
                   10 WS-LN-DATE PIC 9(8).
                   10 WS-LN-ACCOUNT PIC 9(6).
                   10 WS-LN-DRCR PIC X(2).
                   10 WS-LN-AMOUNT PIC 9(9)V99.
                   10 WS-LN-SOURCE PIC X(10).
                   10 WS-LN-BRANCH PIC 9(3).
                   10 WS-LN-TYPE PIC X(8).
      *> N when the amount is not a number or the side is neither
      *> DR nor CR
                   10 WS-LN-VALID PIC X(1).
                   10 WS-LN-DONE PIC X(1).
           01 WS-LINE-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-POSTING-EOF PIC A(1).
           01 WS-OVERFLOW-SW PIC X(1).
               88 WS-OVERFLOW VALUE "Y".

      *> the trial balance, one entry per account
           01 WS-TB-TABLE.
               05 WS-TB-ENTRY OCCURS 600 TIMES INDEXED BY WS-TB-IDX.
                   10 WS-TB-ACCOUNT PIC 9(6).
                   10 WS-TB-NAME PIC X(30).
                   10 WS-TB-TYPE PIC X(1).
                   10 WS-TB-OPENING PIC S9(11)V99.
                   10 WS-TB-DEBITS PIC 9(11)V99.
                   10 WS-TB-CREDITS PIC 9(11)V99.
                   10 WS-TB-ACTIVITY PIC X(1).
           01 WS-TB-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-FEED PIC X(10).
           01 WS-BATCH-DATE PIC 9(8).
           01 WS-BATCH-PERIOD PIC 9(6).
           01 WS-BATCH-MONTH PIC 9(2).
           01 WS-BATCH-LINES PIC 9(5).
           01 WS-BATCH-DEBITS PIC 9(11)V99.
           01 WS-BATCH-CREDITS PIC 9(11)V99.
           01 WS-BATCH-DIFF PIC S9(11)V99.
           01 WS-SCAN-IDX PIC 9(5) COMP.
           01 WS-LINE-NO PIC 9(5).
           01 WS-FAULT-SW PIC X(1).
               88 WS-BATCH-FAULTY VALUE "Y".
               88 WS-BATCH-CLEAN VALUE "N".
           01 WS-DATE-OK-SW PIC X(1).
               88 WS-DATE-OK VALUE "Y".
           01 WS-CLOSED-SW PIC X(1).
               88 WS-PERIOD-CLOSED VALUE "Y".
           01 WS-LINE-FAULT-SW PIC X(1).
               88 WS-LINE-FAULTS VALUE "Y".

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(5) COMP.
           01 WS-ASK-ACCOUNT PIC 9(6).
           01 WS-ASK-PERIOD PIC 9(6).

           01 WS-BATCHES-TAKEN PIC 9(5) VALUE ZERO.
           01 WS-BATCHES-REJECTED PIC 9(5) VALUE ZERO.
           01 WS-BATCHES-REPEATED PIC 9(5) VALUE ZERO.
           01 WS-LINES-TAKEN PIC 9(7) VALUE ZERO.

           01 WS-PERIOD-ARG PIC 9(6).
           01 WS-ACCOUNT-ARG PIC 9(6).
           01 WS-ACCOUNT-NAME PIC X(30).
           01 WS-RUNNING PIC S9(11)V99.
           01 WS-DETAIL-LINES PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-OPEN PIC S9(11)V99.
           01 WS-TOTAL-DEBITS PIC 9(11)V99.
           01 WS-TOTAL-CREDITS PIC 9(11)V99.
           01 WS-TOTAL-CLOSE-DR PIC 9(11)V99.
           01 WS-TOTAL-CLOSE-CR PIC 9(11)V99.
           01 WS-CLOSING PIC S9(11)V99.
           01 WS-CLOSE-DR PIC 9(11)V99.
           01 WS-CLOSE-CR PIC 9(11)V99.
           01 WS-OUT-BY PIC S9(11)V99.

           01 WS-AMOUNT-EDIT-1 PIC Z(10)9.99.
           01 WS-AMOUNT-EDIT-2 PIC Z(10)9.99.
           01 WS-AMOUNT-EDIT-3 PIC Z(10)9.99.
           01 WS-AMOUNT-EDIT-4 PIC Z(10)9.99.
           01 WS-SIGNED-EDIT PIC -(11)9.99.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-PERIOD-WORD PIC X(8).
           01 WS-REPORT-WORK PIC X(120).

           01 WS-POSTING-PATH PIC X(80).
           01 WS-GLEXTRACT-PATH PIC X(80).
           01 WS-PAYGL-PATH PIC X(80).
           01 WS-REVALUE-PATH PIC X(80).
           01 WS-PROVRUN-PATH PIC X(80).
           01 WS-FEEGL-PATH PIC X(80).
           01 WS-CHART-PATH PIC X(80).
           01 WS-PERIOD-STATUS-PATH PIC X(80).
           01 WS-JOURNAL-PATH PIC X(80).
           01 WS-BALANCE-PATH PIC X(80).
           01 WS-REJECT-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-POSTING-STATUS PIC X(2).
           01 WS-CHART-STATUS PIC X(2).
           01 WS-PERIOD-STATUS PIC X(2).
           01 WS-JOURNAL-STATUS PIC X(2).
           01 WS-BALANCE-STATUS PIC X(2).
           01 WS-REJECT-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARGS FROM COMMAND-LINE.
           MOVE SPACES TO WS-VERB WS-ARG-1 WS-ARG-2.
           UNSTRING WS-ARGS DELIMITED BY ALL " "
               INTO WS-VERB WS-ARG-1 WS-ARG-2
           END-UNSTRING.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           ACCEPT WS-GLEXTRACT-PATH FROM ENVIRONMENT
               "GLEXTRACT_POSTINGS".
           IF WS-GLEXTRACT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\GLPostings.txt"
                   TO WS-GLEXTRACT-PATH
           END-IF.
           ACCEPT WS-PAYGL-PATH FROM ENVIRONMENT "PAYGL_POSTINGS".
           IF WS-PAYGL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PayrollPostings.txt"
                   TO WS-PAYGL-PATH
           END-IF.
           ACCEPT WS-REVALUE-PATH FROM ENVIRONMENT "REVALUE_POSTINGS".
           IF WS-REVALUE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\RevalPostings.txt"
                   TO WS-REVALUE-PATH
           END-IF.
           ACCEPT WS-PROVRUN-PATH FROM ENVIRONMENT
               "PROVISION_POSTINGS".
           IF WS-PROVRUN-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProvPostings.txt"
                   TO WS-PROVRUN-PATH
           END-IF.
           ACCEPT WS-FEEGL-PATH FROM ENVIRONMENT "FEEGL_POSTINGS".
           IF WS-FEEGL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\FeePostings.txt"
                   TO WS-FEEGL-PATH
           END-IF.
           ACCEPT WS-CHART-PATH FROM ENVIRONMENT "GLCHART_FILE".
           IF WS-CHART-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ChartOfAccounts.txt"
                   TO WS-CHART-PATH
           END-IF.
           ACCEPT WS-PERIOD-STATUS-PATH FROM ENVIRONMENT
               "PERIODSTATUS_FILE".
           IF WS-PERIOD-STATUS-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PeriodStatus.txt"
                   TO WS-PERIOD-STATUS-PATH
           END-IF.
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "GLJOURNAL_FILE".
           IF WS-JOURNAL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\GlJournal.txt"
                   TO WS-JOURNAL-PATH
           END-IF.
           ACCEPT WS-BALANCE-PATH FROM ENVIRONMENT "GLBALANCE_FILE".
           IF WS-BALANCE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\GlBalances.txt"
                   TO WS-BALANCE-PATH
           END-IF.
           ACCEPT WS-REJECT-PATH FROM ENVIRONMENT "GLJRNL_REJECTS".
           IF WS-REJECT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\GlRejects.txt"
                   TO WS-REJECT-PATH
           END-IF.

           EVALUATE WS-VERB
               WHEN SPACES
               WHEN "POST"
                   PERFORM POST-ALL-FEEDS
               WHEN "TRIAL"
                   ACCEPT WS-REPORT-PATH FROM ENVIRONMENT
                       "GLJRNL_TRIAL"
                   IF WS-REPORT-PATH = SPACES
                       MOVE
                         "C:\Users\25-00229\Desktop\GlTrialBalance.txt"
                           TO WS-REPORT-PATH
                   END-IF
                   PERFORM TRIAL-BALANCE
               WHEN "DETAIL"
                   ACCEPT WS-REPORT-PATH FROM ENVIRONMENT
                       "GLJRNL_DETAIL"
                   IF WS-REPORT-PATH = SPACES
                       MOVE
                         "C:\Users\25-00229\Desktop\GlAccountDetail.txt"
                           TO WS-REPORT-PATH
                   END-IF
                   PERFORM ACCOUNT-DETAIL
               WHEN "REBUILD"
                   PERFORM REBUILD-BALANCES
               WHEN OTHER
                   DISPLAY "GLJRNL: GIVE POST, TRIAL YYYYMM, "
                       "DETAIL AAAAAA [YYYYMM] OR REBUILD ON THE "
                       "COMMAND LINE"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *> POST - take in the five feeds
       POST-ALL-FEEDS.
           PERFORM LOAD-CHART.
           IF WS-CHART-COUNT = ZERO
               DISPLAY "GLJRNL: NO CHART OF ACCOUNTS - NOTHING CAN BE "
                   "JOURNALED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM LOAD-JOURNALED-BATCHES.
           PERFORM LOAD-BALANCES.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GL JOURNAL - STATUS "
                   WS-JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REJECTED BATCH REPORT - STATUS "
                   WS-REJECT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REJECT-LINE.
           STRING "GL JOURNAL - BATCHES NOT TAKEN IN ON " WS-TODAY
               DELIMITED BY SIZE INTO REJECT-LINE.
           WRITE REJECT-LINE.

           MOVE "GLEXTRACT" TO WS-FEED.
           MOVE WS-GLEXTRACT-PATH TO WS-POSTING-PATH.
           PERFORM POST-ONE-FEED.
           MOVE "PAYGL" TO WS-FEED.
           MOVE WS-PAYGL-PATH TO WS-POSTING-PATH.
           PERFORM POST-ONE-FEED.
           MOVE "REVALUE" TO WS-FEED.
           MOVE WS-REVALUE-PATH TO WS-POSTING-PATH.
           PERFORM POST-ONE-FEED.
           MOVE "PROVRUN" TO WS-FEED.
           MOVE WS-PROVRUN-PATH TO WS-POSTING-PATH.
           PERFORM POST-ONE-FEED.
           MOVE "FEEGL" TO WS-FEED.
           MOVE WS-FEEGL-PATH TO WS-POSTING-PATH.
           PERFORM POST-ONE-FEED.

           CLOSE JOURNAL-FILE.
           PERFORM WRITE-BALANCES-BACK.

           IF WS-BATCHES-REJECTED = ZERO AND WS-BATCHES-REPEATED = ZERO
               MOVE "NO BATCHES REJECTED" TO REJECT-LINE
               WRITE REJECT-LINE
           ELSE
               MOVE SPACES TO REJECT-LINE
               STRING WS-BATCHES-REJECTED " BATCHES REJECTED, "
                   WS-BATCHES-REPEATED " ALREADY JOURNALED"
                   DELIMITED BY SIZE INTO REJECT-LINE
               WRITE REJECT-LINE
           END-IF.
           CLOSE REJECT-FILE.

           DISPLAY "GLJRNL: " WS-BATCHES-TAKEN " BATCHES ("
               WS-LINES-TAKEN " LINES) JOURNALED, "
               WS-BATCHES-REJECTED " REJECTED, "
               WS-BATCHES-REPEATED " ALREADY ON THE JOURNAL".
           IF WS-BATCHES-REJECTED > ZERO
               DISPLAY "GLJRNL: SEE THE REJECTED BATCH REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> a feed that has not run yet simply has nothing to give
       POST-ONE-FEED.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE "N" TO WS-POSTING-EOF WS-OVERFLOW-SW.
           OPEN INPUT POSTING-FILE.
           IF WS-POSTING-STATUS NOT = "00"
               DISPLAY "GLJRNL: NO POSTINGS FILE FOR " WS-FEED
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-POSTING-EOF = "Y"
               READ POSTING-FILE
                   AT END MOVE "Y" TO WS-POSTING-EOF
                   NOT AT END
                       IF WS-LINE-COUNT < 5000
                           PERFORM STAGE-POSTING-LINE
                       ELSE
                           SET WS-OVERFLOW TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-FILE.

      *> half a feed in the ledger is worse than none of it
           IF WS-OVERFLOW
               MOVE SPACES TO REJECT-LINE
               STRING "FEED " WS-FEED " HAS MORE THAN 5000 LINES - "
                   "NOTHING FROM IT JOURNALED"
                   DELIMITED BY SIZE INTO REJECT-LINE
               WRITE REJECT-LINE
               ADD 1 TO WS-BATCHES-REJECTED
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
               IF WS-LN-DONE (WS-LN-IDX) = "N"
                   MOVE WS-LN-DATE (WS-LN-IDX) TO WS-BATCH-DATE
                   PERFORM PROCESS-ONE-BATCH
               END-IF
           END-PERFORM.

       STAGE-POSTING-LINE.
           ADD 1 TO WS-LINE-COUNT.
           SET WS-LN-IDX TO WS-LINE-COUNT.
           MOVE "Y" TO WS-LN-VALID (WS-LN-IDX).
           MOVE "N" TO WS-LN-DONE (WS-LN-IDX).
           IF GL-DATE IS NUMERIC
               MOVE GL-DATE TO WS-LN-DATE (WS-LN-IDX)
           ELSE
               MOVE ZERO TO WS-LN-DATE (WS-LN-IDX)
           END-IF.
           IF GL-ACCOUNT IS NUMERIC
               MOVE GL-ACCOUNT TO WS-LN-ACCOUNT (WS-LN-IDX)
           ELSE
               MOVE ZERO TO WS-LN-ACCOUNT (WS-LN-IDX)
           END-IF.
           MOVE GL-DRCR TO WS-LN-DRCR (WS-LN-IDX).
           IF GL-DRCR NOT = "DR" AND GL-DRCR NOT = "CR"
               MOVE "N" TO WS-LN-VALID (WS-LN-IDX)
           END-IF.
           IF GL-AMOUNT IS NUMERIC
               MOVE GL-AMOUNT TO WS-LN-AMOUNT (WS-LN-IDX)
           ELSE
               MOVE ZERO TO WS-LN-AMOUNT (WS-LN-IDX)
               MOVE "N" TO WS-LN-VALID (WS-LN-IDX)
           END-IF.
           MOVE GL-SOURCE TO WS-LN-SOURCE (WS-LN-IDX).
           IF GL-BRANCH IS NUMERIC
               MOVE GL-BRANCH TO WS-LN-BRANCH (WS-LN-IDX)
           ELSE
               MOVE ZERO TO WS-LN-BRANCH (WS-LN-IDX)
           END-IF.
           MOVE GL-TYPE TO WS-LN-TYPE (WS-LN-IDX).

      *> one batch - every line of the feed with this posting date -
      *> is checked whole and then either journaled whole or
      *> reported whole
       PROCESS-ONE-BATCH.
           MOVE ZERO TO WS-BATCH-LINES WS-BATCH-DEBITS
               WS-BATCH-CREDITS.
           MOVE "N" TO WS-LINE-FAULT-SW.
           PERFORM VARYING WS-SCAN-IDX FROM WS-LN-IDX BY 1
                   UNTIL WS-SCAN-IDX > WS-LINE-COUNT
               IF WS-LN-DONE (WS-SCAN-IDX) = "N" AND
                       WS-LN-DATE (WS-SCAN-IDX) = WS-BATCH-DATE
                   MOVE "Y" TO WS-LN-DONE (WS-SCAN-IDX)
                   ADD 1 TO WS-BATCH-LINES
                   IF WS-LN-DRCR (WS-SCAN-IDX) = "DR"
                       ADD WS-LN-AMOUNT (WS-SCAN-IDX)
                           TO WS-BATCH-DEBITS
                   END-IF
                   IF WS-LN-DRCR (WS-SCAN-IDX) = "CR"
                       ADD WS-LN-AMOUNT (WS-SCAN-IDX)
                           TO WS-BATCH-CREDITS
                   END-IF
                   IF WS-LN-VALID (WS-SCAN-IDX) = "N"
                       SET WS-LINE-FAULTS TO TRUE
                   END-IF
                   MOVE WS-LN-ACCOUNT (WS-SCAN-IDX) TO WS-ASK-ACCOUNT
                   PERFORM FIND-CHART-ACCOUNT
                   IF WS-NOT-FOUND
                       SET WS-LINE-FAULTS TO TRUE
                   ELSE
                       IF WS-CA-STATUS (WS-MATCH-IDX) NOT = "A"
                           SET WS-LINE-FAULTS TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-BATCH-DATE (1:6) TO WS-BATCH-PERIOD.
           MOVE WS-BATCH-DATE (5:2) TO WS-BATCH-MONTH.
           MOVE "N" TO WS-DATE-OK-SW.
           IF WS-BATCH-DATE > ZERO AND WS-BATCH-MONTH >= 1
                   AND WS-BATCH-MONTH <= 12
               SET WS-DATE-OK TO TRUE
           END-IF.
           MOVE "N" TO WS-CLOSED-SW.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CLOSED-COUNT
               IF WS-CL-PERIOD (WS-CL-IDX) = WS-BATCH-PERIOD
                   SET WS-PERIOD-CLOSED TO TRUE
               END-IF
           END-PERFORM.
           COMPUTE WS-BATCH-DIFF = WS-BATCH-DEBITS - WS-BATCH-CREDITS.

      *> already taken in on an earlier run - never twice
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BATCH-COUNT
               IF WS-BT-FEED (WS-BT-IDX) = WS-FEED AND
                       WS-BT-DATE (WS-BT-IDX) = WS-BATCH-DATE
                   SET WS-FOUND TO TRUE
                   MOVE WS-BT-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND
               PERFORM WRITE-BATCH-HEADING
               MOVE SPACES TO REJECT-LINE
               STRING "    - ALREADY JOURNALED ON "
                   WS-BT-JOURNALED (WS-MATCH-IDX)
                   " - NOT TAKEN AGAIN"
                   DELIMITED BY SIZE INTO REJECT-LINE
               WRITE REJECT-LINE
               ADD 1 TO WS-BATCHES-REPEATED
               EXIT PARAGRAPH
           END-IF.

           SET WS-BATCH-CLEAN TO TRUE.
           IF NOT WS-DATE-OK OR WS-PERIOD-CLOSED OR WS-LINE-FAULTS
                   OR WS-BATCH-DIFF NOT = ZERO
               SET WS-BATCH-FAULTY TO TRUE
           END-IF.
           IF WS-BATCH-FAULTY
               PERFORM REPORT-REJECTED-BATCH
               ADD 1 TO WS-BATCHES-REJECTED
           ELSE
               PERFORM JOURNAL-BATCH
           END-IF.

       WRITE-BATCH-HEADING.
           MOVE WS-BATCH-LINES TO WS-COUNT-EDIT.
           MOVE WS-BATCH-DEBITS TO WS-AMOUNT-EDIT-1.
           MOVE WS-BATCH-CREDITS TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO REJECT-LINE.
           STRING "BATCH " WS-FEED " " WS-BATCH-DATE
               "  LINES " WS-COUNT-EDIT
               "  DEBITS " WS-AMOUNT-EDIT-1
               "  CREDITS " WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO REJECT-LINE.
           WRITE REJECT-LINE.

      *> every reason the batch failed, so one rerun after the fix
      *> is enough
       REPORT-REJECTED-BATCH.
           PERFORM WRITE-BATCH-HEADING.
           IF NOT WS-DATE-OK
               MOVE "    - POSTING DATE IS NOT A VALID DATE"
                   TO REJECT-LINE
               WRITE REJECT-LINE
           END-IF.
           IF WS-PERIOD-CLOSED
               MOVE SPACES TO REJECT-LINE
               STRING "    - PERIOD " WS-BATCH-PERIOD
                   " IS CLOSED - REOPEN IT WITH PERIODCLOSE OR "
                   "REPOST INTO AN OPEN PERIOD"
                   DELIMITED BY SIZE INTO REJECT-LINE
               WRITE REJECT-LINE
           END-IF.
           IF WS-BATCH-DIFF NOT = ZERO
               MOVE WS-BATCH-DIFF TO WS-SIGNED-EDIT
               MOVE SPACES TO REJECT-LINE
               STRING "    - DEBITS LESS CREDITS IS " WS-SIGNED-EDIT
                   " - THE BATCH DOES NOT BALANCE"
                   DELIMITED BY SIZE INTO REJECT-LINE
               WRITE REJECT-LINE
           END-IF.
           IF WS-LINE-FAULTS
               PERFORM VARYING WS-SCAN-IDX FROM WS-LN-IDX BY 1
                       UNTIL WS-SCAN-IDX > WS-LINE-COUNT
                   IF WS-LN-DATE (WS-SCAN-IDX) = WS-BATCH-DATE
                       PERFORM REPORT-LINE-FAULTS
                   END-IF
               END-PERFORM
           END-IF.

       REPORT-LINE-FAULTS.
           MOVE WS-SCAN-IDX TO WS-LINE-NO.
           IF WS-LN-VALID (WS-SCAN-IDX) = "N"
               MOVE SPACES TO REJECT-LINE
               STRING "    - LINE " WS-LINE-NO
                   " HAS NO VALID DR/CR SIDE OR AMOUNT"
                   DELIMITED BY SIZE INTO REJECT-LINE
               WRITE REJECT-LINE
           END-IF.
           MOVE WS-LN-ACCOUNT (WS-SCAN-IDX) TO WS-ASK-ACCOUNT.
           PERFORM FIND-CHART-ACCOUNT.
           IF WS-NOT-FOUND
               MOVE SPACES TO REJECT-LINE
               STRING "    - LINE " WS-LINE-NO " ACCOUNT "
                   WS-ASK-ACCOUNT " IS NOT ON THE CHART OF ACCOUNTS"
                   DELIMITED BY SIZE INTO REJECT-LINE
               WRITE REJECT-LINE
           ELSE
               IF WS-CA-STATUS (WS-MATCH-IDX) NOT = "A"
                   MOVE SPACES TO REJECT-LINE
                   STRING "    - LINE " WS-LINE-NO " ACCOUNT "
                       WS-ASK-ACCOUNT " IS INACTIVE"
                       DELIMITED BY SIZE INTO REJECT-LINE
                   WRITE REJECT-LINE
               END-IF
           END-IF.

       JOURNAL-BATCH.
           PERFORM VARYING WS-SCAN-IDX FROM WS-LN-IDX BY 1
                   UNTIL WS-SCAN-IDX > WS-LINE-COUNT
               IF WS-LN-DATE (WS-SCAN-IDX) = WS-BATCH-DATE
                   MOVE WS-BATCH-PERIOD TO GJ-PERIOD
                   MOVE WS-FEED TO GJ-FEED
                   MOVE WS-BATCH-DATE TO GJ-BATCH-DATE
                   MOVE WS-LN-DATE (WS-SCAN-IDX) TO GJ-DATE
                   MOVE WS-LN-ACCOUNT (WS-SCAN-IDX) TO GJ-ACCOUNT
                   MOVE WS-LN-DRCR (WS-SCAN-IDX) TO GJ-DRCR
                   MOVE WS-LN-AMOUNT (WS-SCAN-IDX) TO GJ-AMOUNT
                   MOVE WS-LN-SOURCE (WS-SCAN-IDX) TO GJ-SOURCE
                   MOVE WS-LN-BRANCH (WS-SCAN-IDX) TO GJ-BRANCH
                   MOVE WS-LN-TYPE (WS-SCAN-IDX) TO GJ-TYPE
                   MOVE WS-TODAY TO GJ-JOURNALED
                   WRITE JOURNAL-LINE
                   PERFORM ADD-JOURNAL-TO-BALANCE
                   ADD 1 TO WS-LINES-TAKEN
               END-IF
           END-PERFORM.
           IF WS-BATCH-COUNT < 3000
               ADD 1 TO WS-BATCH-COUNT
               SET WS-BT-IDX TO WS-BATCH-COUNT
               MOVE WS-FEED TO WS-BT-FEED (WS-BT-IDX)
               MOVE WS-BATCH-DATE TO WS-BT-DATE (WS-BT-IDX)
               MOVE WS-TODAY TO WS-BT-JOURNALED (WS-BT-IDX)
           END-IF.
           ADD 1 TO WS-BATCHES-TAKEN.

      *> posts the journal line in JOURNAL-LINE into its period and
      *> account total
       ADD-JOURNAL-TO-BALANCE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BAL-COUNT
               IF WS-BL-PERIOD (WS-BL-IDX) = GJ-PERIOD AND
                       WS-BL-ACCOUNT (WS-BL-IDX) = GJ-ACCOUNT
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               IF WS-BAL-COUNT >= 9999
                   DISPLAY "GLJRNL: BALANCE TABLE FULL - RUN REBUILD "
                       "AFTER THE TABLE IS ENLARGED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BAL-COUNT
               SET WS-BL-IDX TO WS-BAL-COUNT
               MOVE GJ-PERIOD TO WS-BL-PERIOD (WS-BL-IDX)
               MOVE GJ-ACCOUNT TO WS-BL-ACCOUNT (WS-BL-IDX)
               MOVE ZERO TO WS-BL-DEBITS (WS-BL-IDX)
               MOVE ZERO TO WS-BL-CREDITS (WS-BL-IDX)
           END-IF.
           IF GJ-DRCR = "DR"
               ADD GJ-AMOUNT TO WS-BL-DEBITS (WS-BL-IDX)
           ELSE
               ADD GJ-AMOUNT TO WS-BL-CREDITS (WS-BL-IDX)
           END-IF.

      *> REBUILD - balances recreated from the journal
       REBUILD-BALANCES.
           MOVE ZERO TO WS-BAL-COUNT.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF = "Y"
                   READ JOURNAL-FILE
                       AT END MOVE "Y" TO WS-JOURNAL-EOF
                       NOT AT END
                           PERFORM ADD-JOURNAL-TO-BALANCE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           PERFORM WRITE-BALANCES-BACK.
           MOVE WS-BAL-COUNT TO WS-COUNT-EDIT.
           DISPLAY "GLJRNL: BALANCES REBUILT - " WS-COUNT-EDIT
               " PERIOD/ACCOUNT TOTALS".

      *> TRIAL YYYYMM
       TRIAL-BALANCE.
           IF WS-ARG-1 (1:6) NOT NUMERIC
               DISPLAY "GLJRNL: GIVE THE PERIOD AS TRIAL YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ARG-1 (1:6) TO WS-PERIOD-ARG.
           PERFORM LOAD-CHART.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM LOAD-BALANCES.

      *> the chart in account order first, then anything with a
      *> balance that has since gone from the chart
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CHART-COUNT
               ADD 1 TO WS-TB-COUNT
               SET WS-TB-IDX TO WS-TB-COUNT
               MOVE WS-CA-ACCOUNT (WS-CA-IDX)
                   TO WS-TB-ACCOUNT (WS-TB-IDX)
               MOVE WS-CA-NAME (WS-CA-IDX) TO WS-TB-NAME (WS-TB-IDX)
               MOVE WS-CA-TYPE (WS-CA-IDX) TO WS-TB-TYPE (WS-TB-IDX)
               MOVE ZERO TO WS-TB-OPENING (WS-TB-IDX)
                   WS-TB-DEBITS (WS-TB-IDX) WS-TB-CREDITS (WS-TB-IDX)
               MOVE "N" TO WS-TB-ACTIVITY (WS-TB-IDX)
           END-PERFORM.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BAL-COUNT
               IF WS-BL-PERIOD (WS-BL-IDX) <= WS-PERIOD-ARG
                   PERFORM ADD-BALANCE-TO-TRIAL
               END-IF
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRIAL BALANCE - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "OPEN" TO WS-PERIOD-WORD.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CLOSED-COUNT
               IF WS-CL-PERIOD (WS-CL-IDX) = WS-PERIOD-ARG
                   MOVE "CLOSED" TO WS-PERIOD-WORD
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRIAL BALANCE FOR PERIOD " WS-PERIOD-ARG " ("
                   DELIMITED BY SIZE
               WS-PERIOD-WORD DELIMITED BY SPACE
               ") - RUN " WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCT   NAME                           T         "
               "OPENING      PERIOD DR      PERIOD CR     CLOSING DR"
               "     CLOSING CR"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE ZERO TO WS-TOTAL-OPEN WS-TOTAL-DEBITS WS-TOTAL-CREDITS
               WS-TOTAL-CLOSE-DR WS-TOTAL-CLOSE-CR.
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               IF WS-TB-ACTIVITY (WS-TB-IDX) = "Y"
                   PERFORM WRITE-TRIAL-LINE
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-OPEN TO WS-SIGNED-EDIT.
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-EDIT-1.
           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-EDIT-2.
           MOVE WS-TOTAL-CLOSE-DR TO WS-AMOUNT-EDIT-3.
           MOVE WS-TOTAL-CLOSE-CR TO WS-AMOUNT-EDIT-4.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALS" "                                  "
               WS-SIGNED-EDIT " " WS-AMOUNT-EDIT-1 " "
               WS-AMOUNT-EDIT-2 " " WS-AMOUNT-EDIT-3 " "
               WS-AMOUNT-EDIT-4
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           COMPUTE WS-OUT-BY = WS-TOTAL-CLOSE-DR - WS-TOTAL-CLOSE-CR.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS AND WS-OUT-BY = ZERO
               MOVE "TRIAL BALANCE AGREES" TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "GLJRNL: TRIAL BALANCE FOR " WS-PERIOD-ARG
                   " AGREES"
           ELSE
               MOVE WS-OUT-BY TO WS-SIGNED-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "TRIAL BALANCE DOES NOT AGREE - DEBITS EXCEED "
                   "CREDITS BY " WS-SIGNED-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "GLJRNL: TRIAL BALANCE FOR " WS-PERIOD-ARG
                   " DOES NOT AGREE"
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE REPORT-FILE.

       ADD-BALANCE-TO-TRIAL.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               IF WS-TB-ACCOUNT (WS-TB-IDX) = WS-BL-ACCOUNT (WS-BL-IDX)
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               IF WS-TB-COUNT >= 600
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TB-COUNT
               SET WS-TB-IDX TO WS-TB-COUNT
               MOVE WS-BL-ACCOUNT (WS-BL-IDX)
                   TO WS-TB-ACCOUNT (WS-TB-IDX)
               MOVE "*** NOT ON THE CHART ***"
                   TO WS-TB-NAME (WS-TB-IDX)
               MOVE "?" TO WS-TB-TYPE (WS-TB-IDX)
               MOVE ZERO TO WS-TB-OPENING (WS-TB-IDX)
                   WS-TB-DEBITS (WS-TB-IDX) WS-TB-CREDITS (WS-TB-IDX)
           END-IF.
           MOVE "Y" TO WS-TB-ACTIVITY (WS-TB-IDX).
           IF WS-BL-PERIOD (WS-BL-IDX) < WS-PERIOD-ARG
               COMPUTE WS-TB-OPENING (WS-TB-IDX) =
                   WS-TB-OPENING (WS-TB-IDX)
                   + WS-BL-DEBITS (WS-BL-IDX)
                   - WS-BL-CREDITS (WS-BL-IDX)
           ELSE
               ADD WS-BL-DEBITS (WS-BL-IDX) TO WS-TB-DEBITS (WS-TB-IDX)
               ADD WS-BL-CREDITS (WS-BL-IDX)
                   TO WS-TB-CREDITS (WS-TB-IDX)
           END-IF.

      *> the closing balance lands in the debit or the credit
      *> column by its sign, so the two columns must total alike
       WRITE-TRIAL-LINE.
           COMPUTE WS-CLOSING = WS-TB-OPENING (WS-TB-IDX)
               + WS-TB-DEBITS (WS-TB-IDX) - WS-TB-CREDITS (WS-TB-IDX).
           MOVE ZERO TO WS-CLOSE-DR WS-CLOSE-CR.
           IF WS-CLOSING > ZERO
               MOVE WS-CLOSING TO WS-CLOSE-DR
           ELSE
               COMPUTE WS-CLOSE-CR = ZERO - WS-CLOSING
           END-IF.
           ADD WS-TB-OPENING (WS-TB-IDX) TO WS-TOTAL-OPEN.
           ADD WS-TB-DEBITS (WS-TB-IDX) TO WS-TOTAL-DEBITS.
           ADD WS-TB-CREDITS (WS-TB-IDX) TO WS-TOTAL-CREDITS.
           ADD WS-CLOSE-DR TO WS-TOTAL-CLOSE-DR.
           ADD WS-CLOSE-CR TO WS-TOTAL-CLOSE-CR.
           MOVE WS-TB-OPENING (WS-TB-IDX) TO WS-SIGNED-EDIT.
           MOVE WS-TB-DEBITS (WS-TB-IDX) TO WS-AMOUNT-EDIT-1.
           MOVE WS-TB-CREDITS (WS-TB-IDX) TO WS-AMOUNT-EDIT-2.
           MOVE WS-CLOSE-DR TO WS-AMOUNT-EDIT-3.
           MOVE WS-CLOSE-CR TO WS-AMOUNT-EDIT-4.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-TB-ACCOUNT (WS-TB-IDX) " "
               WS-TB-NAME (WS-TB-IDX) " "
               WS-TB-TYPE (WS-TB-IDX) " "
               WS-SIGNED-EDIT " " WS-AMOUNT-EDIT-1 " "
               WS-AMOUNT-EDIT-2 " " WS-AMOUNT-EDIT-3 " "
               WS-AMOUNT-EDIT-4
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *> DETAIL aaaaaa [YYYYMM]
       ACCOUNT-DETAIL.
           IF WS-ARG-1 (1:6) NOT NUMERIC
               DISPLAY "GLJRNL: GIVE THE ACCOUNT AS DETAIL AAAAAA, "
                   "WITH YYYYMM AFTER IT FOR ONE PERIOD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ARG-1 (1:6) TO WS-ACCOUNT-ARG.
           MOVE ZERO TO WS-PERIOD-ARG.
           IF WS-ARG-2 NOT = SPACES
               IF WS-ARG-2 (1:6) NOT NUMERIC
                   DISPLAY "GLJRNL: THE PERIOD MUST BE YYYYMM"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-2 (1:6) TO WS-PERIOD-ARG
           END-IF.
           PERFORM LOAD-CHART.
           MOVE WS-ACCOUNT-ARG TO WS-ASK-ACCOUNT.
           PERFORM FIND-CHART-ACCOUNT.
           IF WS-FOUND
               MOVE WS-CA-NAME (WS-MATCH-IDX) TO WS-ACCOUNT-NAME
           ELSE
               MOVE "*** NOT ON THE CHART ***" TO WS-ACCOUNT-NAME
           END-IF.

      *> for one period the balance is brought forward from every
      *> period before it
           MOVE ZERO TO WS-RUNNING.
           IF WS-PERIOD-ARG > ZERO
               PERFORM LOAD-BALANCES
               PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                       UNTIL WS-BL-IDX > WS-BAL-COUNT
                   IF WS-BL-ACCOUNT (WS-BL-IDX) = WS-ACCOUNT-ARG AND
                           WS-BL-PERIOD (WS-BL-IDX) < WS-PERIOD-ARG
                       COMPUTE WS-RUNNING = WS-RUNNING
                           + WS-BL-DEBITS (WS-BL-IDX)
                           - WS-BL-CREDITS (WS-BL-IDX)
                   END-IF
               END-PERFORM
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCOUNT DETAIL - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           IF WS-PERIOD-ARG > ZERO
               STRING "ACCOUNT DETAIL " WS-ACCOUNT-ARG " "
                   WS-ACCOUNT-NAME " - PERIOD " WS-PERIOD-ARG
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "ACCOUNT DETAIL " WS-ACCOUNT-ARG " "
                   WS-ACCOUNT-NAME " - ALL PERIODS"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DATE     PERIOD FEED       SOURCE     BR  TYPE    "
               "         DEBIT         CREDIT        BALANCE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PERIOD-ARG > ZERO
               MOVE WS-RUNNING TO WS-SIGNED-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "BROUGHT FORWARD" "                        "
                   "                            "
                   WS-SIGNED-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF = "Y"
                   READ JOURNAL-FILE
                       AT END MOVE "Y" TO WS-JOURNAL-EOF
                       NOT AT END
                           IF GJ-ACCOUNT = WS-ACCOUNT-ARG AND
                                   (WS-PERIOD-ARG = ZERO OR
                                    GJ-PERIOD = WS-PERIOD-ARG)
                               PERFORM WRITE-DETAIL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

           MOVE WS-RUNNING TO WS-SIGNED-EDIT.
           MOVE WS-DETAIL-LINES TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLOSING BALANCE " WS-SIGNED-EDIT
               " (DEBIT POSITIVE) FROM " WS-COUNT-EDIT
               " JOURNAL LINES"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "GLJRNL: " WS-COUNT-EDIT " LINES ON ACCOUNT "
               WS-ACCOUNT-ARG.

       WRITE-DETAIL-LINE.
           ADD 1 TO WS-DETAIL-LINES.
           MOVE ZERO TO WS-CLOSE-DR WS-CLOSE-CR.
           IF GJ-DRCR = "DR"
               MOVE GJ-AMOUNT TO WS-CLOSE-DR
               ADD GJ-AMOUNT TO WS-RUNNING
           ELSE
               MOVE GJ-AMOUNT TO WS-CLOSE-CR
               SUBTRACT GJ-AMOUNT FROM WS-RUNNING
           END-IF.
           MOVE WS-CLOSE-DR TO WS-AMOUNT-EDIT-1.
           MOVE WS-CLOSE-CR TO WS-AMOUNT-EDIT-2.
           MOVE WS-RUNNING TO WS-SIGNED-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING GJ-DATE " " GJ-PERIOD " " GJ-FEED " " GJ-SOURCE
               " " GJ-BRANCH " " GJ-TYPE " " WS-AMOUNT-EDIT-1 " "
               WS-AMOUNT-EDIT-2 " " WS-SIGNED-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *> shared loads
       LOAD-CHART.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS = "00"
               PERFORM UNTIL WS-CHART-EOF = "Y"
                   READ CHART-FILE
                       AT END MOVE "Y" TO WS-CHART-EOF
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

       FIND-CHART-ACCOUNT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CHART-COUNT
               IF WS-CA-ACCOUNT (WS-CA-IDX) = WS-ASK-ACCOUNT
                   SET WS-FOUND TO TRUE
                   MOVE WS-CA-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> no status file yet means no month has been closed
       LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-STATUS-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-PERIOD-EOF = "Y"
                   READ PERIOD-STATUS-FILE
                       AT END MOVE "Y" TO WS-PERIOD-EOF
                       NOT AT END
                           IF PS-STATUS = "CLOSED" AND
                                   WS-CLOSED-COUNT < 200
                               ADD 1 TO WS-CLOSED-COUNT
                               MOVE PS-PERIOD
                                   TO WS-CL-PERIOD (WS-CLOSED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           END-IF.

       LOAD-JOURNALED-BATCHES.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF = "Y"
                   READ JOURNAL-FILE
                       AT END MOVE "Y" TO WS-JOURNAL-EOF
                       NOT AT END
                           PERFORM NOTE-JOURNALED-BATCH
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           MOVE "N" TO WS-JOURNAL-EOF.

       NOTE-JOURNALED-BATCH.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BATCH-COUNT
               IF WS-BT-FEED (WS-BT-IDX) = GJ-FEED AND
                       WS-BT-DATE (WS-BT-IDX) = GJ-BATCH-DATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-BATCH-COUNT < 3000
               ADD 1 TO WS-BATCH-COUNT
               SET WS-BT-IDX TO WS-BATCH-COUNT
               MOVE GJ-FEED TO WS-BT-FEED (WS-BT-IDX)
               MOVE GJ-BATCH-DATE TO WS-BT-DATE (WS-BT-IDX)
               MOVE GJ-JOURNALED TO WS-BT-JOURNALED (WS-BT-IDX)
           END-IF.

       LOAD-BALANCES.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-BALANCE-EOF = "Y"
                   READ BALANCE-FILE
                       AT END MOVE "Y" TO WS-BALANCE-EOF
                       NOT AT END
                           IF WS-BAL-COUNT < 9999
                               ADD 1 TO WS-BAL-COUNT
                               SET WS-BL-IDX TO WS-BAL-COUNT
                               MOVE GB-PERIOD
                                   TO WS-BL-PERIOD (WS-BL-IDX)
                               MOVE GB-ACCOUNT
                                   TO WS-BL-ACCOUNT (WS-BL-IDX)
                               MOVE GB-DEBITS
                                   TO WS-BL-DEBITS (WS-BL-IDX)
                               MOVE GB-CREDITS
                                   TO WS-BL-CREDITS (WS-BL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       WRITE-BALANCES-BACK.
           OPEN OUTPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING GL BALANCES - STATUS "
                   WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BAL-COUNT
               MOVE WS-BL-PERIOD (WS-BL-IDX) TO GB-PERIOD
               MOVE WS-BL-ACCOUNT (WS-BL-IDX) TO GB-ACCOUNT
               MOVE WS-BL-DEBITS (WS-BL-IDX) TO GB-DEBITS
               MOVE WS-BL-CREDITS (WS-BL-IDX) TO GB-CREDITS
               WRITE BALANCE-LINE
           END-PERFORM.
           CLOSE BALANCE-FILE.

       END PROGRAM GLJRNL.
