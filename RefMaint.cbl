       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT.

      *> maintains the tuition refund schedule (RefundSchedule.txt)
      *> the way PROVMAINT maintains the provision bands: for each
      *> term, the last week of the term up to which a dropped or
      *> withdrawn course still earns a percentage of its charge
      *> back - for example week 1 at 100, week 3 at 50, nothing
      *> after. Add a band, delete one, list the schedule - kept in
      *> term then week order on the way out so each term's
      *> schedule reads the way the refund tails off. A term with no
      *> bands gets no refund at all. The term must be on the term
      *> calendar, since the weeks are counted from its start.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT REFUND-SCHEDULE-FILE
               ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD REFUND-SCHEDULE-FILE.
           01 REFUND-SCHEDULE-LINE.
               COPY REFUND-SCHEDULE.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

       WORKING-STORAGE SECTION.
           01 WS-BAND-TABLE.
               05 WS-RS-ENTRY OCCURS 200 TIMES INDEXED BY WS-RS-IDX.
                   10 WS-RS-TERM PIC X(6).
                   10 WS-RS-WEEK PIC 9(2).
                   10 WS-RS-PERCENT PIC 9(3).
           01 WS-BAND-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-TERM-TABLE.
               05 WS-TM-ENTRY OCCURS 50 TIMES INDEXED BY WS-TM-IDX.
                   10 WS-TM-CODE PIC X(6).
           01 WS-TERM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-TERM-EOF PIC A(1) VALUE "N".

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-TERM PIC X(6).
           01 WS-ASK-WEEK PIC 9(2).
           01 WS-ASK-PERCENT PIC 9(3).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP.
               05 WS-ST-TERM PIC X(6).
               05 WS-ST-WEEK PIC 9(2).
               05 WS-ST-PERCENT PIC 9(3).

           01 WS-WEEK-EDIT PIC Z9.
           01 WS-PCT-EDIT PIC ZZ9.

           01 WS-MASTER-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "REFUND_SCHEDULE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\RefundSchedule.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-TERM-PATH FROM ENVIRONMENT "TERMMASTER_FILE".
           IF WS-TERM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\TermMaster.txt"
                   TO WS-TERM-PATH
           END-IF.

           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-EOF = "Y"
                   READ TERM-MASTER-FILE
                       AT END MOVE "Y" TO WS-TERM-EOF
                       NOT AT END
                           IF WS-TERM-COUNT < 50
                               ADD 1 TO WS-TERM-COUNT
                               SET WS-TM-IDX TO WS-TERM-COUNT
                               MOVE TM-TERM-CODE
                                   TO WS-TM-CODE (WS-TM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER-FILE
           END-IF.

      *> a schedule that does not exist yet is simply empty - the
      *> first add creates it
           OPEN INPUT REFUND-SCHEDULE-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ REFUND-SCHEDULE-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-BAND-COUNT < 200
                               ADD 1 TO WS-BAND-COUNT
                               SET WS-RS-IDX TO WS-BAND-COUNT
                               MOVE RS-TERM TO WS-RS-TERM (WS-RS-IDX)
                               MOVE RS-THRU-WEEK
                                   TO WS-RS-WEEK (WS-RS-IDX)
                               MOVE RS-PERCENT
                                   TO WS-RS-PERCENT (WS-RS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-SCHEDULE-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "REFUND SCHEDULE - A=ADD D=DELETE L=LIST Q=QUIT"
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
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-BAND-COUNT
               IF WS-RS-TERM (WS-RS-IDX) = WS-ASK-TERM AND
                       WS-RS-WEEK (WS-RS-IDX) = WS-ASK-WEEK
                   SET WS-FOUND TO TRUE
                   MOVE WS-RS-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ACCEPT-BAND-KEY.
           DISPLAY "Enter term code" WITH NO ADVANCING.
           ACCEPT WS-ASK-TERM.
           INSPECT WS-ASK-TERM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WS-ASK-WEEK.
           PERFORM UNTIL WS-ASK-WEEK > ZERO
               DISPLAY "Enter last week of the term for this band "
                   "(1-99)" WITH NO ADVANCING
               ACCEPT WS-ASK-WEEK
               IF WS-ASK-WEEK = ZERO
                   DISPLAY "WEEKS COUNT FROM 1 - RE-ENTER"
               END-IF
           END-PERFORM.

       ADD-BAND.
           PERFORM ACCEPT-BAND-KEY.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TERM-COUNT
               IF WS-TM-CODE (WS-TM-IDX) = WS-ASK-TERM
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "TERM " WS-ASK-TERM " IS NOT ON THE TERM "
                   "CALENDAR - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-BAND.
           IF WS-FOUND
               DISPLAY "THAT BAND IS ALREADY ON FILE"
           ELSE
               IF WS-BAND-COUNT >= 200
                   DISPLAY "REFUND SCHEDULE FULL - NOT ADDED"
               ELSE
                   MOVE 999 TO WS-ASK-PERCENT
                   PERFORM UNTIL WS-ASK-PERCENT NOT > 100
                       DISPLAY "Enter percent of the charge refunded"
                           WITH NO ADVANCING
                       ACCEPT WS-ASK-PERCENT
                       IF WS-ASK-PERCENT > 100
                           DISPLAY "NO MORE THAN 100 PERCENT - "
                               "RE-ENTER"
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-BAND-COUNT
                   SET WS-RS-IDX TO WS-BAND-COUNT
                   MOVE WS-ASK-TERM TO WS-RS-TERM (WS-RS-IDX)
                   MOVE WS-ASK-WEEK TO WS-RS-WEEK (WS-RS-IDX)
                   MOVE WS-ASK-PERCENT TO WS-RS-PERCENT (WS-RS-IDX)
                   DISPLAY "BAND ADDED"
               END-IF
           END-IF.

       DELETE-BAND.
           PERFORM ACCEPT-BAND-KEY.
           PERFORM FIND-BAND.
           IF WS-NOT-FOUND
               DISPLAY "NO SUCH BAND ON FILE"
           ELSE
               MOVE WS-MATCH-IDX TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX NOT < WS-BAND-COUNT
                   MOVE WS-RS-ENTRY (WS-SHIFT-IDX + 1)
                       TO WS-RS-ENTRY (WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-BAND-COUNT
               DISPLAY "BAND DELETED"
           END-IF.

       LIST-BANDS.
           PERFORM SORT-THE-BANDS.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-BAND-COUNT
               MOVE WS-RS-WEEK (WS-RS-IDX) TO WS-WEEK-EDIT
               MOVE WS-RS-PERCENT (WS-RS-IDX) TO WS-PCT-EDIT
               DISPLAY "  " WS-RS-TERM (WS-RS-IDX)
                   " UP TO WEEK " WS-WEEK-EDIT " - REFUND "
                   WS-PCT-EDIT " PERCENT"
           END-PERFORM.
           DISPLAY WS-BAND-COUNT " BANDS ON FILE - AFTER A TERM'S "
               "LAST BAND NOTHING IS REFUNDED".

      *> term order, each term ascending by week
       SORT-THE-BANDS.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-BAND-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-BAND-COUNT
                   IF WS-RS-TERM (WS-SORT-IDX2) <
                           WS-RS-TERM (WS-SORT-IDX1) OR
                           (WS-RS-TERM (WS-SORT-IDX2) =
                               WS-RS-TERM (WS-SORT-IDX1) AND
                           WS-RS-WEEK (WS-SORT-IDX2) <
                               WS-RS-WEEK (WS-SORT-IDX1))
                       MOVE WS-RS-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-RS-ENTRY (WS-SORT-IDX2)
                           TO WS-RS-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-RS-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-MASTER-BACK.
           PERFORM SORT-THE-BANDS.
           OPEN OUTPUT REFUND-SCHEDULE-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING REFUND SCHEDULE - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-BAND-COUNT
               MOVE WS-RS-TERM (WS-RS-IDX) TO RS-TERM
               MOVE WS-RS-WEEK (WS-RS-IDX) TO RS-THRU-WEEK
               MOVE WS-RS-PERCENT (WS-RS-IDX) TO RS-PERCENT
               WRITE REFUND-SCHEDULE-LINE
           END-PERFORM.
           CLOSE REFUND-SCHEDULE-FILE.
           DISPLAY "REFUND SCHEDULE REWRITTEN".

       END PROGRAM REFMAINT.
