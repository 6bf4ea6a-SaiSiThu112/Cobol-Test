      *> each non-zero variance one at a time - an approved variance
      *> becomes a code-4 adjustment on Newbalance.txt carrying the
      *> counted quantity, so the correction flows through the
      *> posting run like any other movement. Every count compared
      *> is added to CountHistory.txt, the record of when each card
      *> was last counted that the cycle-count schedule (CYCLECNT)
      *> works from. The count file is emptied once processed so the
      *> same counts can never be adjusted twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-CODE-STATUS.

           SELECT COUNT-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STOCK-COUNT-FILE.
               05 NEW-TIMESTAMP PIC 9(14).
               05 NEW-REASON-CODE PIC X(2).

           FD COUNT-HISTORY-FILE.
           01 COUNT-HISTORY-LINE.
               COPY COUNT-HISTORY.

       WORKING-STORAGE SECTION.
      *> the whole count file is held here so it can be cleared once
      *> every line has been dealt with
           01 WS-NEW-PATH PIC X(80).
           01 WS-REASON-CODE-PATH PIC X(80).
           01 WS-REASON-CODE-STATUS PIC X(2).
           01 WS-HISTORY-PATH PIC X(80).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-COUNT-STATUS PIC X(2).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-VARIANCE-STATUS PIC X(2).
               MOVE "C:\Users\25-00229\Desktop\ReasonCode.txt"
                   TO WS-REASON-CODE-PATH
           END-IF.
           ACCEPT WS-HISTORY-PATH FROM ENVIRONMENT
               "COUNTHISTORY_FILE".
           IF WS-HISTORY-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CountHistory.txt"
                   TO WS-HISTORY-PATH
           END-IF.
           OPEN INPUT REASON-CODE-FILE.
           IF WS-REASON-CODE-STATUS = "00"
               PERFORM UNTIL WS-RC-EOF = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND COUNT-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT COUNT-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COUNT HISTORY - STATUS "
                   WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "STOCK COUNT VARIANCE REPORT" TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           CLOSE STOCK-MASTER.
           CLOSE VARIANCE-FILE.
           CLOSE NEW-BALANCE-FILE.
           CLOSE COUNT-HISTORY-FILE.

      *> every count has been compared and ruled on - empty the count
      *> file so a rerun cannot adjust the same counts twice
           MOVE WS-REPORT-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

      *> the card has been counted whatever is decided about the
      *> variance
           MOVE WS-CT-BRANCH (WS-CT-IDX) TO CH-BRANCH-CODE.
           MOVE WS-CT-PRODUCT (WS-CT-IDX) TO CH-PRODUCT-CODE.
           MOVE WS-CT-DATE (WS-CT-IDX) TO CH-COUNT-DATE.
           WRITE COUNT-HISTORY-LINE.

           IF WS-VARIANCE = ZERO
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
