       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEMAINT.

      *> maintains the late-payment fee table (LateFees.txt) the way
      *> REFMAINT maintains the refund schedule: each band is the
      *> number of days past due an instalment must exceed, and the
      *> flat fee and percentage of the unpaid instalment it then
      *> draws - for example over 14 days 25.00, over 60 days 25.00
      *> plus 2 percent. The lowest band is the grace period. Add a
      *> band, delete one, list the table - kept in days order on
      *> the way out. LATERUN charges from it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT LATE-FEE-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LATE-FEE-FILE.
           01 LATE-FEE-LINE.
               COPY LATE-FEE.

       WORKING-STORAGE SECTION.
           01 WS-BAND-TABLE.
               05 WS-LF-ENTRY OCCURS 50 TIMES INDEXED BY WS-LF-IDX.
                   10 WS-LF-DAYS PIC 9(3).
                   10 WS-LF-FLAT PIC 9(5)V99.
                   10 WS-LF-PERCENT PIC 9(3)V99.
           01 WS-BAND-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-DAYS PIC 9(3).
           01 WS-ASK-FLAT PIC 9(5)V99.
           01 WS-ASK-PERCENT PIC 9(3)V99.

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP.
               05 WS-ST-DAYS PIC 9(3).
               05 WS-ST-FLAT PIC 9(5)V99.
               05 WS-ST-PERCENT PIC 9(3)V99.

           01 WS-DAYS-EDIT PIC ZZ9.
           01 WS-FLAT-EDIT PIC ZZ,ZZ9.99.
           01 WS-PCT-EDIT PIC ZZ9.99.

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "LATE_FEES".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\LateFees.txt"
                   TO WS-MASTER-PATH
           END-IF.

      *> a fee table that does not exist yet is simply empty - the
      *> first add creates it
           OPEN INPUT LATE-FEE-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ LATE-FEE-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-BAND-COUNT < 50
                               ADD 1 TO WS-BAND-COUNT
                               SET WS-LF-IDX TO WS-BAND-COUNT
                               MOVE LF-OVER-DAYS
                                   TO WS-LF-DAYS (WS-LF-IDX)
                               MOVE LF-FLAT-FEE
                                   TO WS-LF-FLAT (WS-LF-IDX)
                               MOVE LF-PERCENT
                                   TO WS-LF-PERCENT (WS-LF-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LATE-FEE-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "LATE FEE TABLE - A=ADD D=DELETE L=LIST Q=QUIT"
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-BAND
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-BAND
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-BANDS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

       FIND-BAND.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-LF-IDX FROM 1 BY 1
                   UNTIL WS-LF-IDX > WS-BAND-COUNT
               IF WS-LF-DAYS (WS-LF-IDX) = WS-ASK-DAYS
                   SET WS-FOUND TO TRUE
                   MOVE WS-LF-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ACCEPT-BAND-KEY.
           DISPLAY "Enter days past due the band starts after"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-DAYS.

       ADD-BAND.
           PERFORM ACCEPT-BAND-KEY.
           PERFORM FIND-BAND.
           IF WS-FOUND
               DISPLAY "THAT BAND IS ALREADY ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-BAND-COUNT >= 50
               DISPLAY "LATE FEE TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter flat fee" WITH NO ADVANCING.
           ACCEPT WS-ASK-FLAT.
           MOVE 999 TO WS-ASK-PERCENT.
           PERFORM UNTIL WS-ASK-PERCENT NOT > 100
               DISPLAY "Enter percent of the unpaid instalment"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-PERCENT
               IF WS-ASK-PERCENT > 100
                   DISPLAY "NO MORE THAN 100 PERCENT - RE-ENTER"
               END-IF
           END-PERFORM.
           IF WS-ASK-FLAT = ZERO AND WS-ASK-PERCENT = ZERO
               DISPLAY "A BAND THAT CHARGES NOTHING - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BAND-COUNT.
           SET WS-LF-IDX TO WS-BAND-COUNT.
           MOVE WS-ASK-DAYS TO WS-LF-DAYS (WS-LF-IDX).
           MOVE WS-ASK-FLAT TO WS-LF-FLAT (WS-LF-IDX).
           MOVE WS-ASK-PERCENT TO WS-LF-PERCENT (WS-LF-IDX).
           DISPLAY "BAND ADDED".

       DELETE-BAND.
           PERFORM ACCEPT-BAND-KEY.
           PERFORM FIND-BAND.
           IF WS-NOT-FOUND
               DISPLAY "NO SUCH BAND ON FILE"
           ELSE
               MOVE WS-MATCH-IDX TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX NOT < WS-BAND-COUNT
                   MOVE WS-LF-ENTRY (WS-SHIFT-IDX + 1)
                       TO WS-LF-ENTRY (WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-BAND-COUNT
               DISPLAY "BAND DELETED"
           END-IF.

       LIST-BANDS.
           PERFORM SORT-THE-BANDS.
           PERFORM VARYING WS-LF-IDX FROM 1 BY 1
                   UNTIL WS-LF-IDX > WS-BAND-COUNT
               MOVE WS-LF-DAYS (WS-LF-IDX) TO WS-DAYS-EDIT
               MOVE WS-LF-FLAT (WS-LF-IDX) TO WS-FLAT-EDIT
               MOVE WS-LF-PERCENT (WS-LF-IDX) TO WS-PCT-EDIT
               DISPLAY "  OVER " WS-DAYS-EDIT " DAYS LATE - "
                   WS-FLAT-EDIT " PLUS " WS-PCT-EDIT
                   " PERCENT OF THE UNPAID INSTALMENT"
           END-PERFORM.
           DISPLAY WS-BAND-COUNT " BANDS ON FILE - NOTHING IS "
               "CHARGED INSIDE THE FIRST BAND'S DAYS".

      *> ascending by days, so the first band is the grace period
       SORT-THE-BANDS.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-BAND-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-BAND-COUNT
                   IF WS-LF-DAYS (WS-SORT-IDX2) <
                           WS-LF-DAYS (WS-SORT-IDX1)
                       MOVE WS-LF-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-LF-ENTRY (WS-SORT-IDX2)
                           TO WS-LF-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-LF-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-MASTER-BACK.
           PERFORM SORT-THE-BANDS.
           OPEN OUTPUT LATE-FEE-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING LATE FEE TABLE - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-LF-IDX FROM 1 BY 1
                   UNTIL WS-LF-IDX > WS-BAND-COUNT
               MOVE WS-LF-DAYS (WS-LF-IDX) TO LF-OVER-DAYS
               MOVE WS-LF-FLAT (WS-LF-IDX) TO LF-FLAT-FEE
               MOVE WS-LF-PERCENT (WS-LF-IDX) TO LF-PERCENT
               WRITE LATE-FEE-LINE
           END-PERFORM.
           CLOSE LATE-FEE-FILE.
           DISPLAY "LATE FEE TABLE REWRITTEN".

       END PROGRAM LATEMAINT.
